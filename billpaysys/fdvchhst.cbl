            05 history-gl-batch            pic 9(5).
            05 history-job-number          pic x(8).
            05 history-handling-code       pic x.
            05 history-1099-box            pic x.
            05 history-invoice-date        pic 9(8).
            05 history-service-from        pic 9(8).
            05 history-service-thru        pic 9(8).
            05 history-received-date       pic 9(8).
            05 history-entered-date        pic 9(8).
            05 history-approved-date       pic 9(8).
