      ******************************************************************
      * fdpayhst.cbl
      * Voucher payment history - one record per payment applied to a
      * voucher, written by chkrun01, eftrun01 and vcdrun01 as each
      * voucher is paid (in full or partially), and a negative
      * reversal record by chkvoid01.cbl when a check is voided. The
      * records for a voucher always sum to its VOUCHER-PAID-AMOUNT,
