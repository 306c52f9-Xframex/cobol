               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GiftCardTrans ASSIGN TO "GiftCardTrans.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GiftCardAudit
               ASSIGN TO "GiftCardAudit.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GiftCardRejects ASSIGN TO "GiftCardRejects.Dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GiftCardFile.
       COPY GIFTCARD.

       FD GiftCardTrans.
       01 GiftCardTransRec.
           02 GX-CARD-NO      PIC X(8).
           02 GX-AMOUNT       PIC X(7).
           02 GX-AMOUNT-NUM REDEFINES GX-AMOUNT PIC 9(5)V99.
           02 GX-USER-ID      PIC X(8).

       FD GiftCardAudit.
       01 GiftCardAuditLine   PIC X(70).
       01 LiabilityLine       PIC X(60).

       WORKING-STORAGE SECTION.
       COPY AUTHCHK.

       01 CARD-TABLE-MAX       PIC 9(3) VALUE 500.
       01 CARD-TABLE-COUNT     PIC 9(3) VALUE ZERO.
       01 CARD-IDX             PIC 9(3) VALUE ZERO.
               03 CD-ISSUE-DATE PIC 9(8).
               03 CD-STATUS     PIC X.
                   88 CD-IS-CLOSED VALUE 'C'.
                   88 CD-IS-REMITTED VALUE 'R'.
               03 CD-LAST-ACTIVITY PIC 9(8).
               03 CD-LAST-FEE-DATE PIC 9(8).

       01 TRANS-EOF            PIC X VALUE 'N'.
           88 END-OF-TRANS     VALUE 'Y'.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CARD-TABLE
           OPEN INPUT GiftCardTrans
           OPEN EXTEND GiftCardAudit
           OPEN OUTPUT GiftCardRejects
           MOVE 'N' TO TRANS-EOF
           PERFORM READ-CARD-TRANSACTION UNTIL END-OF-TRANS
                 MOVE GC-ISSUE-DATE
                     TO CD-ISSUE-DATE(CARD-TABLE-COUNT)
                 MOVE GC-STATUS TO CD-STATUS(CARD-TABLE-COUNT)
                 IF GC-LAST-ACTIVITY NUMERIC
                    AND GC-LAST-ACTIVITY NOT = ZERO
                    MOVE GC-LAST-ACTIVITY
                        TO CD-LAST-ACTIVITY(CARD-TABLE-COUNT)
                 ELSE
                    MOVE GC-ISSUE-DATE
                        TO CD-LAST-ACTIVITY(CARD-TABLE-COUNT)
                 END-IF
                 IF GC-LAST-FEE-DATE NUMERIC
                    MOVE GC-LAST-FEE-DATE
                        TO CD-LAST-FEE-DATE(CARD-TABLE-COUNT)
                 ELSE
                    MOVE ZERO TO CD-LAST-FEE-DATE(CARD-TABLE-COUNT)
                 END-IF
                 IF GC-CARD-NO > WS-HIGHEST-CARD-NO
                    MOVE GC-CARD-NO TO WS-HIGHEST-CARD-NO
                 END-IF
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
           END-IF
           IF TRANS-IS-VALID
              PERFORM CHECK-USER-AUTHORITY
           END-IF
           IF TRANS-IS-VALID
              AND (ISSUE-CARD-TRANS OR TOPUP-CARD-TRANS)
              AND GX-AMOUNT NOT NUMERIC
              END-IF
           END-IF.

       CHECK-USER-AUTHORITY.
           MOVE "GIFTCARDMAINT" TO AC-PROGRAM-ID
           MOVE GX-USER-ID TO AC-USER-ID
           MOVE GX-ACTION TO AC-ACTION
           MOVE GX-CARD-NO TO AC-KEY
           CALL "AuthorityCheck" USING AUTHORITY-CHECK-PARAMS
           IF NOT AC-AUTHORISED
              MOVE 'N' TO WS-TRANS-VALID
              MOVE "USER NOT AUTHORISED" TO WS-REJECT-REASON
           END-IF.

       LOOKUP-CARD.
           MOVE 'N' TO WS-CARD-FOUND
           MOVE ZERO TO WS-FOUND-IDX
       FIND-CARD.
           IF CD-CARD-NO(CARD-IDX) = WS-LOOKUP-CARD
              AND NOT CD-IS-CLOSED(CARD-IDX)
              AND NOT CD-IS-REMITTED(CARD-IDX)
              SET CARD-IS-FOUND TO TRUE
              MOVE CARD-IDX TO WS-FOUND-IDX
           END-IF.
           MOVE GX-AMOUNT-NUM TO CD-BALANCE(CARD-TABLE-COUNT)
           MOVE WS-TODAY-DATE TO CD-ISSUE-DATE(CARD-TABLE-COUNT)
           MOVE 'A' TO CD-STATUS(CARD-TABLE-COUNT)
           MOVE WS-TODAY-DATE TO CD-LAST-ACTIVITY(CARD-TABLE-COUNT)
           MOVE ZERO TO CD-LAST-FEE-DATE(CARD-TABLE-COUNT)
           MOVE ZERO TO WS-BEFORE-BALANCE
           MOVE CARD-TABLE-COUNT TO WS-FOUND-IDX
           PERFORM WRITE-CARD-AUDIT.
       APPLY-TOPUP-CARD.
           MOVE CD-BALANCE(WS-FOUND-IDX) TO WS-BEFORE-BALANCE
           ADD GX-AMOUNT-NUM TO CD-BALANCE(WS-FOUND-IDX)
           MOVE WS-TODAY-DATE TO CD-LAST-ACTIVITY(WS-FOUND-IDX)
           PERFORM WRITE-CARD-AUDIT.

       APPLY-CLOSE-CARD.
           CLOSE GiftCardFile.

       WRITE-ONE-CARD.
           MOVE SPACES TO GiftCardRec
           MOVE CD-CARD-NO(CARD-IDX) TO GC-CARD-NO
           MOVE CD-BALANCE(CARD-IDX) TO GC-BALANCE
           MOVE CD-ISSUE-DATE(CARD-IDX) TO GC-ISSUE-DATE
           MOVE CD-STATUS(CARD-IDX) TO GC-STATUS
           MOVE CD-LAST-ACTIVITY(CARD-IDX) TO GC-LAST-ACTIVITY
           MOVE CD-LAST-FEE-DATE(CARD-IDX) TO GC-LAST-FEE-DATE
           WRITE GiftCardRec.

       WRITE-LIABILITY-REPORT.

       WRITE-LIABILITY-LINE.
           IF NOT CD-IS-CLOSED(CARD-IDX)
              AND NOT CD-IS-REMITTED(CARD-IDX)
              ADD 1 TO ACTIVE-CARD-COUNT
              ADD CD-BALANCE(CARD-IDX) TO TOTAL-LIABILITY
              MOVE CD-CARD-NO(CARD-IDX) TO LD-CARD-NO
