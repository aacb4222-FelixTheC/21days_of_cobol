            move "Y" to operator-auth-control.
            move "Y" to operator-auth-reports.
            move "Y" to operator-auth-release.
            move "Y" to operator-auth-compliance.
            move "Y" to operator-auth-sensitive.
            write operator-record.

            close operator-file.
