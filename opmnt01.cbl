                        OPERATOR-AUTH-CHECKRUN
                        OPERATOR-AUTH-CONTROL
                        OPERATOR-AUTH-REPORTS
                        OPERATOR-AUTH-RELEASE
                        OPERATOR-AUTH-COMPLIANCE
                        OPERATOR-AUTH-SENSITIVE.

       ENTER-OPERATOR-CODE.
            DISPLAY " ".
            MOVE "PAYMENT RUN RELEASE" TO AUTH-PROMPT-TEXT.
            PERFORM GET-ONE-AUTH-ANSWER.
            MOVE AUTH-ANSWER TO OPERATOR-AUTH-RELEASE.
            MOVE "SANCTIONS COMPLIANCE" TO AUTH-PROMPT-TEXT.
            PERFORM GET-ONE-AUTH-ANSWER.
            MOVE AUTH-ANSWER TO OPERATOR-AUTH-COMPLIANCE.
            MOVE "SENSITIVE BANK/TAX DATA" TO AUTH-PROMPT-TEXT.
            PERFORM GET-ONE-AUTH-ANSWER.
            MOVE AUTH-ANSWER TO OPERATOR-AUTH-SENSITIVE.

       GET-ONE-AUTH-ANSWER.
            PERFORM ACCEPT-ONE-AUTH-ANSWER.
               " CHECKS: " OPERATOR-AUTH-CHECKRUN
               " CONTROL: " OPERATOR-AUTH-CONTROL
               " REPORTS: " OPERATOR-AUTH-REPORTS.
            DISPLAY "              RELEASE: " OPERATOR-AUTH-RELEASE
               " COMPLIANCE: " OPERATOR-AUTH-COMPLIANCE
               " SENSITIVE: " OPERATOR-AUTH-SENSITIVE.
            MOVE OPERATOR-APPROVAL-LIMIT TO APPROVAL-LIMIT-FIELD.
            DISPLAY "5. APPROVAL LIMIT: " APPROVAL-LIMIT-FIELD.
            DISPLAY " ".
