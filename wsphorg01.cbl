      ******************************************************************
      * wsphorg01.cbl
      * Working storage for the plphorg01.cbl reporting-line
      * paragraphs - the phone directory held in name order with
      * each entry's supervisor resolved to a table position, and
      * the stack the tree walk climbs down and back up.
      ******************************************************************
       01   org-table.
            05 org-entry                     occurs 2000 times.
               10 org-last-name              pic x(20).
               10 org-first-name             pic x(20).
               10 org-number                 pic x(15).
               10 org-extension              pic x(5).
               10 org-department             pic x(10).
               10 org-supervisor-last        pic x(20).
               10 org-supervisor-first       pic x(20).
      * org-supervisor-index is zero unless org-link-ok.
               10 org-supervisor-index       pic 9(4).
               10 org-link-status            pic x.
                  88 org-link-top            value "T".
                  88 org-link-ok             value "O".
                  88 org-link-missing        value "M".
               10 org-printed                pic x.

       77   org-count                        pic 9(4) value zero.
       77   org-overflow                     pic x value "N".
       77   org-file-at-end                  pic x.
       77   org-index                        pic 9(4).
       77   org-search                       pic 9(4).
       77   org-found                        pic 9(4).

      * org-tree-department limits the walk to one department;
      * spaces walks the whole company.
       77   org-tree-department              pic x(10).
       77   org-depth                        pic 9(2).
       77   org-node-depth                   pic 9(2).
       77   org-node-found                   pic x.
       01   org-stack.
            05 org-stack-level               occurs 40 times.
               10 org-stack-entry            pic 9(4).
               10 org-stack-scan             pic 9(4).
