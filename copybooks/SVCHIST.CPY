      *****************************************************************
      * SVCHIST.CPY
      * Shared record layout for ServiceHistory.Dat, one line for each
      * service or repair carried out on a fleet vehicle.
      * SH-TYPE matches a ServiceIntervals.Dat service type (read by
      * ServiceDue) or names the repair, e.g. REPAIR, TYRES, BODY.
      * SH-COST is the parts and labour cost, summed as maintenance by
      * FleetCostOfOwnership.
      *****************************************************************
       01 ServiceHistoryRec.
           02 SH-VEHICLE       PIC X(6).
           02 FILLER           PIC X.
           02 SH-TYPE          PIC X(8).
           02 FILLER           PIC X.
           02 SH-DATE          PIC 9(8).
           02 FILLER           PIC X.
           02 SH-ODO           PIC 9(7).
           02 FILLER           PIC X.
           02 SH-COST          PIC 9(6)V99.
