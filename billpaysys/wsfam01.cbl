      ******************************************************************
      * wsfam01.cbl
      * Working storage for the shared vendor-family paragraphs in
      * plfam01.cbl (the family itself is VENDOR-PARENT-NUMBER in
      * fdvnd04.cbl). The caller has VENDOR-FILE open.
      *
      * SET-THE-FAMILY-KEY works from the vendor record in hand:
      * FAMILY-KEY comes back as the parent's number for a child,
      * else the vendor's own. VENDOR-IN-A-FAMILY is "Y" for a
      * child, and for a parent when LOAD-THE-FAMILY-HEADS has been
      * run first - that walk leaves the file ready for the
      * caller's first READ NEXT.
      *
      * COLLECT-THE-FAMILY-MEMBERS fills FAMILY-MEMBER (1) through
      * FAMILY-MEMBER (FAMILY-MEMBER-COUNT) with FAMILY-HEAD and
      * every vendor that names it as parent; a count of one is a
      * vendor with no children. The vendor record in hand comes
      * back as it was, but not the file position, so no caller
      * may be part way through a READ NEXT walk of its own.
      * CHECK-FAMILY-MEMBER then answers, for the number in
      * FAMILY-KEY, whether it is one of them.
      ******************************************************************
       77   family-key                        pic 9(5).
       77   family-head                       pic 9(5).
       77   vendor-in-a-family                pic x.
       77   family-scan-at-end                pic x.
       77   family-saved-vendor               pic x(600).

       77   family-member-count               pic 9(3) value zero.
       77   family-member-scan                pic 9(3).
       77   family-member-found               pic x.
       01   family-member-table.
            05 family-member occurs 200 times pic 9(5).

       77   family-head-count                 pic 9(3) value zero.
       77   family-head-scan                  pic 9(3).
       77   family-head-found                 pic x.
       01   family-head-table.
            05 family-head-number occurs 300 times
                                              pic 9(5).
