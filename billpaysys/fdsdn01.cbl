      ******************************************************************
      * fdsdn01.cbl
      * Sanctions list - the Treasury OFAC Specially Designated
      * Nationals (SDN) list, loaded wholesale by sdnld01.cbl from
      * the published SDN and alternate-name (alias) extracts. One
      * record per listed name: the primary name carries alias
      * number zero, and every a.k.a./f.k.a. the list publishes for
      * the same entry carries its own alias number, so a payee who
      * matches only an alias is still caught. Read by the shared
      * screening paragraphs in plofac01.cbl.
      * Primary Key - SDN-KEY (list entry number + alias number)
      ******************************************************************
       fd   sdn-file
            label records are standard.

       01   sdn-record.
            05 sdn-key.
               10 sdn-entry-number         pic 9(8).
               10 sdn-alias-number         pic 9(6).
            05 sdn-name                    pic x(60).
      * INDIVIDUAL, VESSEL, AIRCRAFT, or blank for an entity.
            05 sdn-type                    pic x(12).
      * Sanctions program(s) the entry is listed under - SDGT,
      * IRAN, CUBA, and so on - as the list prints them.
            05 sdn-program                 pic x(20).
            05 sdn-loaded-date             pic 9(8).
