       IDENTIFICATION DIVISION.
       PROGRAM-ID. Conditions.
       AUTHOR. ismail.
      * Visitor survey.  Interactive mode classifies a visitor's age
      * and records their survey answers - home country, region or
      * postcode district, party size and how they heard about us -
      * on AgeSurvey.Dat.  Batch mode reports the survey by age band
      * and by source market (country and region crossed with the
      * age bands) and keeps both in DemoHistory.Dat so each market's
      * shift in share can be followed from one survey to the next.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AgeFile ASSIGN TO "AgeSurvey.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DemographicsReport ASSIGN TO "AgeDemographics.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DemoHistory ASSIGN TO "DemoHistory.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CountryCurrencyMaster
               ASSIGN TO "CountryCurrencyMaster.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SourceMarketReport ASSIGN TO "SourceMarket.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AgeFile.
      * AF-HEARD-FROM: W web, S social media, F friends or family,
      * T TV or radio, P press or print, A travel agent, O other.
      * Surveys taken before origin was asked carry the age only.
       01 AgeRecord.
           02 AF-AGE         PIC 99.
           02 AF-COUNTRY     PIC 999.
           02 AF-REGION      PIC X(8).
           02 AF-PARTY-SIZE  PIC 99.
           02 AF-HEARD-FROM  PIC X.

       FD DemographicsReport.
       01 DemoLine     PIC X(40).

       FD DemoHistory.
       COPY DEMOHIST.

       FD CountryCurrencyMaster.
       01 CountryCurrencyRecord.
           02 CCM-CountryCode    PIC 999.
           02 CCM-CurrencyCode   PIC 99.
           02 CCM-CurrencyName   PIC X(10).

       FD SourceMarketReport.
       01 SourceMarketLine     PIC X(100).

       WORKING-STORAGE SECTION.

       01 GRAND-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8) VALUE ZEROS.

       01 WS-REC-BAND-IDX      PIC 9 VALUE ZERO.

       01 COUNTRY-TABLE-MAX    PIC 999 VALUE 200.
       01 COUNTRY-TABLE-COUNT  PIC 999 VALUE ZERO.
       01 COUNTRY-EOF          PIC X VALUE 'N'.
           88 END-OF-COUNTRY-MASTER VALUE 'Y'.
       01 COUNTRY-IDX          PIC 999 VALUE ZERO.
       01 WS-COUNTRY-IDX       PIC 999 VALUE ZERO.
       01 WS-COUNTRY-FOUND     PIC X VALUE 'N'.
           88 COUNTRY-IS-FOUND VALUE 'Y'.
       01 COUNTRY-TABLE.
           02 COUNTRY-ENTRY OCCURS 200 TIMES.
               03 CT-CountryCode  PIC 999.
               03 CT-CurrencyName PIC X(10).

      * One entry per country and region met in the survey.
       01 MARKET-MAX           PIC 9(4) VALUE 500.
       01 MARKET-COUNT         PIC 9(4) VALUE ZERO.
       01 MARKET-IDX           PIC 9(4) VALUE ZERO.
       01 WS-MARKET-IDX        PIC 9(4) VALUE ZERO.
       01 MARKET-TABLE.
           02 MARKET-ENTRY OCCURS 500 TIMES.
               03 MK-COUNTRY      PIC 999.
               03 MK-REGION       PIC X(8).
               03 MK-BAND-COUNT   PIC 9(5) OCCURS 5 TIMES.
               03 MK-TOTAL        PIC 9(5).
               03 MK-PARTY        PIC 9(6).

      * Market shares from the most recent earlier survey.
       01 PRIOR-MAX            PIC 9(4) VALUE 600.
       01 PRIOR-COUNT          PIC 9(4) VALUE ZERO.
       01 PRIOR-IDX            PIC 9(4) VALUE ZERO.
       01 WS-PRIOR-DATE        PIC 9(8) VALUE ZEROS.
       01 WS-PRIOR-FOUND       PIC X VALUE 'N'.
           88 PRIOR-IS-FOUND   VALUE 'Y'.
       01 HISTORY-EOF          PIC X VALUE 'N'.
           88 END-OF-HISTORY   VALUE 'Y'.
       01 PRIOR-TABLE.
           02 PRIOR-ENTRY OCCURS 600 TIMES.
               03 PM-COUNTRY      PIC 999.
               03 PM-REGION       PIC X(8).
               03 PM-SHARE        PIC 999V99.

       01 HEARD-FROM-TABLE.
           02 FILLER PIC X(21) VALUE "WWeb / online".
           02 FILLER PIC X(21) VALUE "SSocial media".
           02 FILLER PIC X(21) VALUE "FFriends or family".
           02 FILLER PIC X(21) VALUE "TTV or radio".
           02 FILLER PIC X(21) VALUE "PPress or print".
           02 FILLER PIC X(21) VALUE "ATravel agent".
           02 FILLER PIC X(21) VALUE "OOther".
       01 HEARD-FROM-NAMES REDEFINES HEARD-FROM-TABLE.
           02 HEARD-FROM-ENTRY OCCURS 7 TIMES.
               03 HF-CODE         PIC X.
               03 HF-NAME         PIC X(20).
       01 HEARD-FROM-COUNTS.
           02 HF-COUNT PIC 9(5) VALUE ZERO OCCURS 7 TIMES.
       01 HF-IDX               PIC 9 VALUE ZERO.
       01 WS-HF-IDX            PIC 9 VALUE ZERO.

       01 ORIGIN-TOTALS.
           02 OT-BAND-COUNT    PIC 9(5) VALUE ZERO OCCURS 5 TIMES.
           02 OT-TOTAL         PIC 9(5) VALUE ZERO.
           02 OT-PARTY         PIC 9(6) VALUE ZERO.
       01 COUNTRY-TOTALS.
           02 CTT-BAND-COUNT   PIC 9(5) VALUE ZERO OCCURS 5 TIMES.
           02 CTT-TOTAL        PIC 9(5) VALUE ZERO.
           02 CTT-PARTY        PIC 9(6) VALUE ZERO.
       01 ORIGIN-REJECTED      PIC 9(5) VALUE ZERO.

       01 WS-SURVEY-COUNTRY    PIC 999 VALUE ZERO.
       01 WS-SURVEY-REGION     PIC X(8) VALUE SPACES.
       01 WS-SURVEY-PARTY      PIC 99 VALUE ZERO.
       01 WS-SURVEY-HEARD      PIC X VALUE SPACE.
       01 WS-LOOKUP-COUNTRY    PIC 999 VALUE ZERO.
       01 WS-LOOKUP-REGION     PIC X(8) VALUE SPACES.
       01 WS-SHARE             PIC 999V99 VALUE ZERO.
       01 WS-SHIFT             PIC S999V99 VALUE ZERO.

       01 DEMO-HEADING1        PIC X(40)
           VALUE " Age Demographics Report".
       01 DEMO-HEADING2        PIC X(40)
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DD-GRAND-COUNT   PIC ZZZZ9.

       01 SM-HEADING1.
           02 FILLER           PIC X(36)
               VALUE " Source Market Report - survey date ".
           02 SM-HDG-DATE      PIC 9(8).
       01 SM-HEADING2.
           02 FILLER           PIC X(25)
               VALUE " Cty  Currency   Region".
           02 FILLER           PIC X(7) VALUE " Infant".
           02 FILLER           PIC X(7) VALUE "  Child".
           02 FILLER           PIC X(7) VALUE "   Teen".
           02 FILLER           PIC X(7) VALUE "  Adult".
           02 FILLER           PIC X(7) VALUE " Senior".
           02 FILLER           PIC X(7) VALUE "  Total".
           02 FILLER           PIC X(8) VALUE "   Party".
           02 FILLER           PIC X(8) VALUE "  Share%".
           02 FILLER           PIC X(9) VALUE "    Shift".

       01 SM-DETAIL-LINE.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SM-COUNTRY       PIC X(3).
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-CURRENCY      PIC X(10).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SM-REGION        PIC X(8).
           02 SM-BAND OCCURS 5 TIMES.
               03 FILLER       PIC X(2).
               03 SM-BAND-COUNT PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-TOTAL         PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-PARTY         PIC ZZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-SHARE         PIC ZZ9.99.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-SHIFT         PIC ---9.99.
           02 SM-SHIFT-X REDEFINES SM-SHIFT PIC X(7).

       01 SM-HEARD-HEADING1    PIC X(40)
           VALUE " How visitors heard about us".
       01 SM-HEARD-HEADING2    PIC X(40)
           VALUE " Code  Source              Count  Share%".
       01 SM-HEARD-LINE.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-HF-CODE       PIC X.
           02 FILLER           PIC X(4) VALUE SPACES.
           02 SM-HF-NAME       PIC X(20).
           02 SM-HF-COUNT      PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SM-HF-SHARE      PIC ZZ9.99.

       01 SM-TRAILER-LINE.
           02 FILLER           PIC X(29)
               VALUE " Respondents with an origin:".
           02 SM-TRL-ACCEPTED  PIC ZZZZ9.
           02 FILLER           PIC X(36)
               VALUE "   Rejected - country not on master:".
           02 SM-TRL-REJECTED  PIC ZZZZ9.
       01 SM-PRIOR-LINE.
           02 FILLER           PIC X(36)
               VALUE " Shift measured against survey of ".
           02 SM-PRIOR-DATE    PIC 9(8).
       01 SM-NO-PRIOR-LINE     PIC X(60)
           VALUE " No earlier source-market survey on file - no shift"
           & " shown".

       PROCEDURE DIVISION.
       AgeChecker.
           PERFORM INIT-BAND-TOTALS
               WHEN INTERACTIVE-MODE
                   PERFORM PROCESS-INTERACTIVE
               WHEN BATCH-MODE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   PERFORM LOAD-COUNTRY-MASTER
                   PERFORM LOAD-PRIOR-MARKETS
                   PERFORM PROCESS-BATCH
                   PERFORM PRODUCE-DEMOGRAPHICS-REPORT
                   PERFORM APPEND-DEMO-HISTORY
                   PERFORM PRODUCE-SOURCE-MARKET-REPORT
                   DISPLAY "Survey records read:     " GRAND-COUNT
                   DISPLAY "Rejected from origin:    "
                       ORIGIN-REJECTED
               WHEN OTHER
                   DISPLAY "Invalid mode entered."
                   MOVE "CONDITIONS" TO EL-PROGRAM-ID
           DISPLAY 'Enter your AGE: '
           ACCEPT AGE
           PERFORM CLASSIFY-AGE
           PERFORM DISPLAY-CLASSIFICATION
           IF WS-BAND NOT = SPACES
               PERFORM CAPTURE-ORIGIN-SURVEY
           END-IF.

      * The visitor's answers are only kept when the country is on
      * the country master and the other answers make sense.
       CAPTURE-ORIGIN-SURVEY.
           PERFORM LOAD-COUNTRY-MASTER
           DISPLAY "Home country code (000 for home): "
               WITH NO ADVANCING
           ACCEPT WS-SURVEY-COUNTRY
           MOVE WS-SURVEY-COUNTRY TO WS-LOOKUP-COUNTRY
           PERFORM LOOKUP-COUNTRY
           IF NOT COUNTRY-IS-FOUND
               DISPLAY "Country " WS-SURVEY-COUNTRY
                   " is not on the country master - survey not"
                   " recorded."
               MOVE "SURVEY REJECTED - COUNTRY NOT ON MASTER"
                   TO EL-MESSAGE
               PERFORM LOG-SURVEY-REJECT
           ELSE
               DISPLAY "Region or postcode district: "
                   WITH NO ADVANCING
               ACCEPT WS-SURVEY-REGION
               INSPECT WS-SURVEY-REGION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Party size: " WITH NO ADVANCING
               ACCEPT WS-SURVEY-PARTY
               DISPLAY "Heard about us - (W)eb, (S)ocial, (F)riends,"
                   " (T)V/radio, (P)rint, travel (A)gent, (O)ther: "
                   WITH NO ADVANCING
               ACCEPT WS-SURVEY-HEARD
               INSPECT WS-SURVEY-HEARD CONVERTING
                   "wsftpao" TO "WSFTPAO"
               MOVE WS-SURVEY-HEARD TO AF-HEARD-FROM
               PERFORM FIND-HEARD-FROM
               EVALUATE TRUE
                   WHEN WS-SURVEY-PARTY = ZERO
                       DISPLAY "Party size must be at least 1 - "
                           "survey not recorded."
                       MOVE "SURVEY REJECTED - PARTY SIZE ZERO"
                           TO EL-MESSAGE
                       PERFORM LOG-SURVEY-REJECT
                   WHEN WS-HF-IDX = ZERO
                       DISPLAY "Unknown answer " WS-SURVEY-HEARD
                           " - survey not recorded."
                       MOVE "SURVEY REJECTED - UNKNOWN HEARD-FROM CODE"
                           TO EL-MESSAGE
                       PERFORM LOG-SURVEY-REJECT
                   WHEN OTHER
                       PERFORM WRITE-SURVEY-RECORD
                       DISPLAY "Survey recorded."
               END-EVALUATE
           END-IF.

       WRITE-SURVEY-RECORD.
           OPEN EXTEND AgeFile
           MOVE SPACES TO AgeRecord
           MOVE AGE TO AF-AGE
           MOVE WS-SURVEY-COUNTRY TO AF-COUNTRY
           MOVE WS-SURVEY-REGION TO AF-REGION
           MOVE WS-SURVEY-PARTY TO AF-PARTY-SIZE
           MOVE WS-SURVEY-HEARD TO AF-HEARD-FROM
           WRITE AgeRecord
           CLOSE AgeFile.

       LOG-SURVEY-REJECT.
           MOVE "CONDITIONS" TO EL-PROGRAM-ID
           MOVE 'W' TO EL-SEVERITY
           CALL "ErrorLogger" USING ERROR-LOG-PARAMS.

       LOAD-COUNTRY-MASTER.
           MOVE ZERO TO COUNTRY-TABLE-COUNT
           MOVE 'N' TO COUNTRY-EOF
           OPEN INPUT CountryCurrencyMaster
           PERFORM READ-COUNTRY-MASTER UNTIL END-OF-COUNTRY-MASTER
           CLOSE CountryCurrencyMaster.

       READ-COUNTRY-MASTER.
           READ CountryCurrencyMaster
               AT END
                   SET END-OF-COUNTRY-MASTER TO TRUE
               NOT AT END
                   IF COUNTRY-TABLE-COUNT >= COUNTRY-TABLE-MAX
                       DISPLAY "*** COUNTRY MASTER LARGER THAN WORKING "
                           "TABLE - RUN ABANDONED ***"
                       STOP RUN
                   END-IF
                   ADD 1 TO COUNTRY-TABLE-COUNT
                   MOVE CCM-CountryCode
                       TO CT-CountryCode(COUNTRY-TABLE-COUNT)
                   MOVE CCM-CurrencyName
                       TO CT-CurrencyName(COUNTRY-TABLE-COUNT)
           END-READ.

       LOOKUP-COUNTRY.
           MOVE 'N' TO WS-COUNTRY-FOUND
           MOVE ZERO TO WS-COUNTRY-IDX
           PERFORM FIND-COUNTRY
               VARYING COUNTRY-IDX FROM 1 BY 1
               UNTIL COUNTRY-IDX > COUNTRY-TABLE-COUNT
                  OR COUNTRY-IS-FOUND.

       FIND-COUNTRY.
           IF CT-CountryCode(COUNTRY-IDX) = WS-LOOKUP-COUNTRY
               SET COUNTRY-IS-FOUND TO TRUE
               MOVE COUNTRY-IDX TO WS-COUNTRY-IDX
           END-IF.

       FIND-HEARD-FROM.
           MOVE ZERO TO WS-HF-IDX
           PERFORM MATCH-HEARD-FROM
               VARYING HF-IDX FROM 1 BY 1
               UNTIL HF-IDX > 7 OR WS-HF-IDX NOT = ZERO.

       MATCH-HEARD-FROM.
           IF HF-CODE(HF-IDX) = AF-HEARD-FROM
               MOVE HF-IDX TO WS-HF-IDX
           END-IF.

       CLASSIFY-AGE.
           EVALUATE TRUE
                   MOVE AF-AGE TO AGE
                   PERFORM CLASSIFY-AGE
                   PERFORM ACCUMULATE-BAND-TOTAL
                   PERFORM ACCUMULATE-ORIGIN
           END-READ.

      * A survey without a country on the master still counts in the
      * age bands but is kept out of the source-market figures.
       ACCUMULATE-ORIGIN.
           IF AF-COUNTRY NOT NUMERIC
               ADD 1 TO ORIGIN-REJECTED
           ELSE
               MOVE AF-COUNTRY TO WS-LOOKUP-COUNTRY
               PERFORM LOOKUP-COUNTRY
               IF NOT COUNTRY-IS-FOUND
                   ADD 1 TO ORIGIN-REJECTED
                   DISPLAY "Survey country " AF-COUNTRY
                       " not on the country master - left out of the"
                       " source markets"
               ELSE
                   PERFORM ADD-TO-MARKET
               END-IF
           END-IF.

       ADD-TO-MARKET.
           MOVE AF-COUNTRY TO WS-LOOKUP-COUNTRY
           MOVE AF-REGION TO WS-LOOKUP-REGION
           INSPECT WS-LOOKUP-REGION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO WS-MARKET-IDX
           PERFORM FIND-MARKET
               VARYING MARKET-IDX FROM 1 BY 1
               UNTIL MARKET-IDX > MARKET-COUNT
                  OR WS-MARKET-IDX NOT = ZERO
           IF WS-MARKET-IDX = ZERO
               IF MARKET-COUNT NOT < MARKET-MAX
                   PERFORM ABORT-TABLE-OVERFLOW
               END-IF
               ADD 1 TO MARKET-COUNT
               MOVE MARKET-COUNT TO WS-MARKET-IDX
               MOVE WS-LOOKUP-COUNTRY TO MK-COUNTRY(WS-MARKET-IDX)
               MOVE WS-LOOKUP-REGION TO MK-REGION(WS-MARKET-IDX)
               PERFORM CLEAR-MARKET-BAND
                   VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
               MOVE ZERO TO MK-TOTAL(WS-MARKET-IDX)
               MOVE ZERO TO MK-PARTY(WS-MARKET-IDX)
           END-IF
           IF WS-REC-BAND-IDX NOT = ZERO
               ADD 1 TO MK-BAND-COUNT(WS-MARKET-IDX, WS-REC-BAND-IDX)
               ADD 1 TO OT-BAND-COUNT(WS-REC-BAND-IDX)
           END-IF
           ADD 1 TO MK-TOTAL(WS-MARKET-IDX)
           ADD 1 TO OT-TOTAL
           IF AF-PARTY-SIZE NUMERIC
               ADD AF-PARTY-SIZE TO MK-PARTY(WS-MARKET-IDX)
               ADD AF-PARTY-SIZE TO OT-PARTY
           END-IF
           PERFORM FIND-HEARD-FROM
           IF WS-HF-IDX = ZERO
               MOVE 7 TO WS-HF-IDX
           END-IF
           ADD 1 TO HF-COUNT(WS-HF-IDX).

       FIND-MARKET.
           IF MK-COUNTRY(MARKET-IDX) = WS-LOOKUP-COUNTRY
              AND MK-REGION(MARKET-IDX) = WS-LOOKUP-REGION
               MOVE MARKET-IDX TO WS-MARKET-IDX
           END-IF.

       CLEAR-MARKET-BAND.
           MOVE ZERO TO MK-BAND-COUNT(WS-MARKET-IDX, BAND-IDX).

       ABORT-TABLE-OVERFLOW.
           DISPLAY "*** SURVEY HAS MORE SOURCE MARKETS THAN WORKING"
               " TABLE - RUN ABANDONED, FILES LEFT UNTOUCHED ***"
           STOP RUN.

       INIT-BAND-TOTALS.
           MOVE "INFANT" TO BT-BAND(1)
           MOVE "CHILD " TO BT-BAND(2)
           MOVE ZERO TO GRAND-COUNT.

       ACCUMULATE-BAND-TOTAL.
           MOVE ZERO TO WS-REC-BAND-IDX
           PERFORM ACCUMULATE-ONE-BAND
               VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5.

           IF BT-BAND(BAND-IDX) = WS-BAND
               ADD 1 TO BT-COUNT(BAND-IDX)
               ADD 1 TO GRAND-COUNT
               MOVE BAND-IDX TO WS-REC-BAND-IDX
           END-IF.

       PRODUCE-DEMOGRAPHICS-REPORT.
               AFTER ADVANCING 1 LINE.

       APPEND-DEMO-HISTORY.
           OPEN EXTEND DemoHistory
           MOVE SPACES TO DemoHistoryRec
           MOVE WS-TODAY-DATE TO DH-DATE
           PERFORM SAVE-ONE-HISTORY-BAND
               VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
           MOVE GRAND-COUNT TO DH-GRAND-COUNT
           MOVE 'B' TO DH-REC-TYPE
           MOVE ZERO TO DH-COUNTRY
           MOVE ZERO TO DH-SHARE
           MOVE ZERO TO DH-SHIFT
           WRITE DemoHistoryRec
           CLOSE DemoHistory.

       SAVE-ONE-HISTORY-BAND.
           MOVE BT-COUNT(BAND-IDX) TO DH-COUNT(BAND-IDX).

      * Market shares are compared with the latest earlier survey
      * that carried source markets.
       LOAD-PRIOR-MARKETS.
           MOVE ZERO TO PRIOR-COUNT
           MOVE ZEROS TO WS-PRIOR-DATE
           MOVE 'N' TO HISTORY-EOF
           OPEN INPUT DemoHistory
           PERFORM READ-PRIOR-MARKET UNTIL END-OF-HISTORY
           CLOSE DemoHistory.

       READ-PRIOR-MARKET.
           READ DemoHistory
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF DH-MARKET-LINE AND DH-DATE < WS-TODAY-DATE
                       IF DH-DATE > WS-PRIOR-DATE
                           MOVE DH-DATE TO WS-PRIOR-DATE
                           MOVE ZERO TO PRIOR-COUNT
                       END-IF
                       IF DH-DATE = WS-PRIOR-DATE
                          AND PRIOR-COUNT < PRIOR-MAX
                           ADD 1 TO PRIOR-COUNT
                           MOVE DH-COUNTRY TO PM-COUNTRY(PRIOR-COUNT)
                           MOVE DH-REGION TO PM-REGION(PRIOR-COUNT)
                           MOVE DH-SHARE TO PM-SHARE(PRIOR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       PRODUCE-SOURCE-MARKET-REPORT.
           OPEN OUTPUT SourceMarketReport
           OPEN EXTEND DemoHistory
           MOVE WS-TODAY-DATE TO SM-HDG-DATE
           WRITE SourceMarketLine FROM SM-HEADING1
               AFTER ADVANCING PAGE
           IF WS-PRIOR-DATE = ZERO
               WRITE SourceMarketLine FROM SM-NO-PRIOR-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-PRIOR-DATE TO SM-PRIOR-DATE
               WRITE SourceMarketLine FROM SM-PRIOR-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           WRITE SourceMarketLine FROM SM-HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM REPORT-ONE-COUNTRY
               VARYING COUNTRY-IDX FROM 1 BY 1
               UNTIL COUNTRY-IDX > COUNTRY-TABLE-COUNT
           PERFORM WRITE-ORIGIN-TOTAL-LINE
           PERFORM WRITE-HEARD-FROM-SECTION
           MOVE OT-TOTAL TO SM-TRL-ACCEPTED
           MOVE ORIGIN-REJECTED TO SM-TRL-REJECTED
           WRITE SourceMarketLine FROM SM-TRAILER-LINE
               AFTER ADVANCING 2 LINES
           CLOSE DemoHistory
           CLOSE SourceMarketReport.

      * Each country's regions in the order first met, then the
      * country as a whole under region *ALL.
       REPORT-ONE-COUNTRY.
           INITIALIZE COUNTRY-TOTALS
           PERFORM REPORT-ONE-MARKET
               VARYING MARKET-IDX FROM 1 BY 1
               UNTIL MARKET-IDX > MARKET-COUNT
           IF CTT-TOTAL > ZERO
               MOVE CT-CountryCode(COUNTRY-IDX) TO WS-LOOKUP-COUNTRY
               MOVE "*ALL" TO WS-LOOKUP-REGION
               PERFORM MOVE-COUNTRY-TOTAL-BAND
                   VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
               MOVE CTT-TOTAL TO DH-GRAND-COUNT
               MOVE CTT-PARTY TO SM-PARTY
               PERFORM WRITE-MARKET-LINE
           END-IF.

       REPORT-ONE-MARKET.
           IF MK-COUNTRY(MARKET-IDX) = CT-CountryCode(COUNTRY-IDX)
               MOVE MK-COUNTRY(MARKET-IDX) TO WS-LOOKUP-COUNTRY
               MOVE MK-REGION(MARKET-IDX) TO WS-LOOKUP-REGION
               PERFORM MOVE-MARKET-BAND
                   VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
               MOVE MK-TOTAL(MARKET-IDX) TO DH-GRAND-COUNT
               MOVE MK-PARTY(MARKET-IDX) TO SM-PARTY
               ADD MK-TOTAL(MARKET-IDX) TO CTT-TOTAL
               ADD MK-PARTY(MARKET-IDX) TO CTT-PARTY
               PERFORM WRITE-MARKET-LINE
           END-IF.

       MOVE-MARKET-BAND.
           MOVE MK-BAND-COUNT(MARKET-IDX, BAND-IDX)
               TO DH-COUNT(BAND-IDX)
           ADD MK-BAND-COUNT(MARKET-IDX, BAND-IDX)
               TO CTT-BAND-COUNT(BAND-IDX).

       MOVE-COUNTRY-TOTAL-BAND.
           MOVE CTT-BAND-COUNT(BAND-IDX) TO DH-COUNT(BAND-IDX).

      * Counts arrive in DH-COUNT / DH-GRAND-COUNT so the same figures
      * go to the report line and to the history record.
       WRITE-MARKET-LINE.
           MOVE ZERO TO WS-SHARE
           IF OT-TOTAL NOT = ZERO
               COMPUTE WS-SHARE ROUNDED =
                   DH-GRAND-COUNT * 100 / OT-TOTAL
           END-IF
           PERFORM FIND-PRIOR-SHARE
           MOVE WS-LOOKUP-COUNTRY TO SM-COUNTRY
           MOVE CT-CurrencyName(COUNTRY-IDX) TO SM-CURRENCY
           MOVE WS-LOOKUP-REGION TO SM-REGION
           PERFORM MOVE-LINE-BAND
               VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
           MOVE DH-GRAND-COUNT TO SM-TOTAL
           MOVE WS-SHARE TO SM-SHARE
           EVALUATE TRUE
               WHEN WS-PRIOR-DATE = ZERO
                   MOVE SPACES TO SM-SHIFT-X
               WHEN NOT PRIOR-IS-FOUND
                   MOVE "    NEW" TO SM-SHIFT-X
               WHEN OTHER
                   MOVE WS-SHIFT TO SM-SHIFT
           END-EVALUATE
           IF WS-LOOKUP-REGION = "*ALL"
               WRITE SourceMarketLine FROM SM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO SourceMarketLine
               WRITE SourceMarketLine AFTER ADVANCING 1 LINE
           ELSE
               WRITE SourceMarketLine FROM SM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-TODAY-DATE TO DH-DATE
           MOVE 'M' TO DH-REC-TYPE
           MOVE WS-LOOKUP-COUNTRY TO DH-COUNTRY
           MOVE WS-LOOKUP-REGION TO DH-REGION
           MOVE WS-SHARE TO DH-SHARE
           MOVE WS-SHIFT TO DH-SHIFT
           WRITE DemoHistoryRec.

       MOVE-LINE-BAND.
           MOVE SPACES TO SM-BAND(BAND-IDX)
           MOVE DH-COUNT(BAND-IDX) TO SM-BAND-COUNT(BAND-IDX).

       FIND-PRIOR-SHARE.
           MOVE 'N' TO WS-PRIOR-FOUND
           MOVE ZERO TO WS-SHIFT
           PERFORM MATCH-PRIOR-SHARE
               VARYING PRIOR-IDX FROM 1 BY 1
               UNTIL PRIOR-IDX > PRIOR-COUNT OR PRIOR-IS-FOUND.

       MATCH-PRIOR-SHARE.
           IF PM-COUNTRY(PRIOR-IDX) = WS-LOOKUP-COUNTRY
              AND PM-REGION(PRIOR-IDX) = WS-LOOKUP-REGION
               SET PRIOR-IS-FOUND TO TRUE
               COMPUTE WS-SHIFT = WS-SHARE - PM-SHARE(PRIOR-IDX)
           END-IF.

       WRITE-ORIGIN-TOTAL-LINE.
           MOVE SPACES TO SM-COUNTRY
           MOVE "ALL"  TO SM-CURRENCY
           MOVE SPACES TO SM-REGION
           PERFORM MOVE-ORIGIN-TOTAL-BAND
               VARYING BAND-IDX FROM 1 BY 1 UNTIL BAND-IDX > 5
           MOVE OT-TOTAL TO SM-TOTAL
           MOVE OT-PARTY TO SM-PARTY
           MOVE ZERO TO SM-SHARE
           IF OT-TOTAL NOT = ZERO
               MOVE 100 TO SM-SHARE
           END-IF
           MOVE SPACES TO SM-SHIFT-X
           WRITE SourceMarketLine FROM SM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       MOVE-ORIGIN-TOTAL-BAND.
           MOVE SPACES TO SM-BAND(BAND-IDX)
           MOVE OT-BAND-COUNT(BAND-IDX) TO SM-BAND-COUNT(BAND-IDX).

       WRITE-HEARD-FROM-SECTION.
           WRITE SourceMarketLine FROM SM-HEARD-HEADING1
               AFTER ADVANCING 3 LINES
           WRITE SourceMarketLine FROM SM-HEARD-HEADING2
               AFTER ADVANCING 2 LINES
           PERFORM WRITE-HEARD-FROM-LINE
               VARYING HF-IDX FROM 1 BY 1 UNTIL HF-IDX > 7.

       WRITE-HEARD-FROM-LINE.
           MOVE HF-CODE(HF-IDX) TO SM-HF-CODE
           MOVE HF-NAME(HF-IDX) TO SM-HF-NAME
           MOVE HF-COUNT(HF-IDX) TO SM-HF-COUNT
           MOVE ZERO TO WS-SHARE
           IF OT-TOTAL NOT = ZERO
               COMPUTE WS-SHARE ROUNDED =
                   HF-COUNT(HF-IDX) * 100 / OT-TOTAL
           END-IF
           MOVE WS-SHARE TO SM-HF-SHARE
           WRITE SourceMarketLine FROM SM-HEARD-LINE
               AFTER ADVANCING 1 LINE.
