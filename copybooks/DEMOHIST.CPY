      *****************************************************************
      * DEMOHIST.CPY
      * Shared record layout for DemoHistory.Dat, the survey history
      * kept by Conditions and read back by DemoTrend.
      * DH-REC-TYPE: B age-band summary for the whole survey (records
      * written before the origin survey carry a space here and are
      * band summaries too), M one source market - DH-COUNTRY and
      * DH-REGION, with region *ALL for the country as a whole.  On a
      * market record DH-COUNT holds the market's visitors by band,
      * DH-SHARE its share of all respondents with a known origin, and
      * DH-SHIFT the change in share since the previous survey.
      *****************************************************************
       01 DemoHistoryRec.
           02 DH-DATE          PIC 9(8).
           02 DH-BAND-COUNT OCCURS 5 TIMES.
               03 DH-COUNT     PIC 9(5).
           02 DH-GRAND-COUNT   PIC 9(5).
           02 DH-REC-TYPE      PIC X.
               88 DH-BAND-SUMMARY VALUE 'B' SPACE.
               88 DH-MARKET-LINE  VALUE 'M'.
           02 DH-COUNTRY       PIC 999.
           02 DH-REGION        PIC X(8).
           02 DH-SHARE         PIC 999V99.
           02 DH-SHIFT         PIC S999V99 SIGN LEADING SEPARATE.
