      ******************************************************************
      * plphorg01.cbl
      * Reporting-line paragraphs over the phone directory
      * (fdphone01.cbl). The caller opens phone-file and performs
      * load-the-org-table, which reads the directory in name order
      * into org-table (wsphorg01.cbl) and resolves every
      * supervisor link:
      *    org-link-top     - no supervisor named;
      *    org-link-ok      - supervisor found, org-supervisor-index
      *                       is their position in the table;
      *    org-link-missing - supervisor named but not in the
      *                       directory (most often someone who left).
      *
      * The tree walk goes depth first, direct reports in name
      * order. The caller puts the root's position in org-index and
      * performs start-the-tree, then performs next-in-the-tree
      * until org-depth = 0; each time round org-index is the next
      * person down and org-node-depth their level (the root is 1).
      * A chain that loops back on itself has no root, so the walk
      * never enters it - org-printed is left "N" on everyone the
      * caller has not marked, which is how the loops are found.
      ******************************************************************
       load-the-org-table.
            move zero to org-count.
            move "N" to org-overflow.
            move low-values to phone-name-key.
            move "N" to org-file-at-end.
            start phone-file
               key is not less than phone-name-key
               invalid key
               move "Y" to org-file-at-end.
            perform load-one-org-entry
               until org-file-at-end = "Y".
            perform resolve-one-supervisor
               varying org-index from 1 by 1
               until org-index > org-count.

       load-one-org-entry.
            read phone-file next record
               at end move "Y" to org-file-at-end.
            if org-file-at-end not = "Y"
                if org-count < 2000
                    add 1 to org-count
                    move phone-last-name to org-last-name (org-count)
                    move phone-first-name
                       to org-first-name (org-count)
                    move phone-number to org-number (org-count)
                    move phone-extension to org-extension (org-count)
                    move phone-department
                       to org-department (org-count)
                    move phone-supervisor-last
                       to org-supervisor-last (org-count)
                    move phone-supervisor-first
                       to org-supervisor-first (org-count)
                    move zero to org-supervisor-index (org-count)
                    move "N" to org-printed (org-count)
                else
                    move "Y" to org-overflow.

       resolve-one-supervisor.
            if org-supervisor-last (org-index) = spaces
                move "T" to org-link-status (org-index)
            else
                move zero to org-found
                perform match-one-supervisor
                   varying org-search from 1 by 1
                   until org-search > org-count
                      or org-found not = zero
                if org-found = zero
                    move "M" to org-link-status (org-index)
                else
                    move "O" to org-link-status (org-index)
                    move org-found
                       to org-supervisor-index (org-index).

       match-one-supervisor.
            if org-last-name (org-search) =
                  org-supervisor-last (org-index) and
                  org-first-name (org-search) =
                  org-supervisor-first (org-index)
                move org-search to org-found.

      *--------------------------------
      * TREE WALK
      *--------------------------------
       start-the-tree.
            move 1 to org-depth.
            move 1 to org-node-depth.
            move org-index to org-stack-entry (1).
            move zero to org-stack-scan (1).

       next-in-the-tree.
            move "N" to org-node-found.
            perform try-the-top-of-the-stack
               until org-node-found = "Y" or org-depth = 0.

      * The next direct report of whoever is on top of the stack;
      * when they have no more, they come off the stack. Past 40
      * levels a direct report is returned but not climbed into.
       try-the-top-of-the-stack.
            move zero to org-found.
            compute org-search = org-stack-scan (org-depth) + 1.
            perform match-one-direct-report
               varying org-search from org-search by 1
               until org-search > org-count
                  or org-found not = zero.
            if org-found = zero
                subtract 1 from org-depth
            else
                move org-found to org-stack-scan (org-depth)
                move org-found to org-index
                compute org-node-depth = org-depth + 1
                move "Y" to org-node-found
                if org-depth < 40
                    add 1 to org-depth
                    move org-found to org-stack-entry (org-depth)
                    move zero to org-stack-scan (org-depth).

       match-one-direct-report.
            if org-supervisor-index (org-search) =
                  org-stack-entry (org-depth)
                if org-tree-department = spaces or
                      org-department (org-search) = org-tree-department
                    move org-search to org-found.
