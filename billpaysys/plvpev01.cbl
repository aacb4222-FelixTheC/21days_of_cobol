      ******************************************************************
      * plvpev01.cbl
      * Logs one vendor performance event (fdvpev01.cbl). The caller
      * has VENDOR-EVENT-FILE open EXTEND and has moved the program,
      * operator, event type and the event's own fields - vendor,
      * voucher, invoice, PO, amount and note, zero or spaces where
      * they do not apply; the stamp is taken here.
      ******************************************************************
       write-the-vendor-event.
            accept vendor-event-date from date yyyymmdd.
            accept vendor-event-time from time.
            write vendor-event-record.
