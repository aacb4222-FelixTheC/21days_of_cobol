      * operator release or cancel each one, with the decision and
      * decider stamped. A cancelled run stays on file forever as
      * the evidence it was considered and stopped; only a
      * RELEASED run will execute in chkrun01/eftrun01/vcdrun01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runrel01.
