            perform accept-operator-id.
            perform re-accept-operator-id
               until operator-record-found = "Y".
            move operator-auth-sensitive to operator-may-see-sensitive.
            perform select-the-company.
            if current-company-is-training = "Y"
                perform announce-the-training-company.
            if sign-on-function-needed = "T" and
                  operator-auth-release not = "Y"
                perform deny-the-function.
            if sign-on-function-needed = "S" and
                  operator-auth-compliance not = "Y"
                perform deny-the-function.

       deny-the-function.
            display "YOU ARE NOT AUTHORIZED FOR THIS FUNCTION".
