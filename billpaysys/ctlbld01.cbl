            move zeroes to control-last-glbatch.
            move zeroes to control-last-run.
            move zeroes to control-tax-tolerance.
            move zeroes to control-last-vendor-request.
            move zeroes to control-cycle-target-days.
            move zeroes to control-portal-days.
            move zeroes to control-1099-locked-year.
            write control-record.
            close control-file.

