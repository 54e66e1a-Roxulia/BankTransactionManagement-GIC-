      *>Shared line layout for data/ServiceCharges.dat - the
      *>catalogue of event-based service charges. One line per event
      *>code with a blank tier is the charge for everyone; a further
      *>line for the same event naming a customer tier (UTier) is
      *>that tier's override - a zero amount there waives the event
      *>for the tier outright. Read by loadServiceCharge.
           05  SVC-Event          PIC X(8).
           05  SVC-Tier           PIC X(2).
           05  SVC-Amount         PIC 9(10)V99.
           05  SVC-Name           PIC X(24).
