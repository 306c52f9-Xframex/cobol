           02 RF-PlayerName    PIC X(15).

       FD StandingsFile.
       01 StandingsLine        PIC X(50).

       FD StatsReport.
       01 StatsReportLine      PIC X(70).
           88 MATCH-MODE        VALUE 'M' 'm'.
           88 BRACKET-MODE      VALUE 'B' 'b'.
           88 LEAGUE-MODE       VALUE 'L' 'l'.
           88 SWISS-MODE        VALUE 'W' 'w'.
           88 COMPUTER-MODE     VALUE 'C' 'c'.
           88 STATS-MODE        VALUE 'T' 't'.

           02 FILLER           PIC X(1) VALUE SPACE.
           02 LD-Points        PIC ZZ9.

      * Swiss-system tournament.  Points and W/L/D use the league
      * table above; this table holds each player's seed rating,
      * opponents met so far and bye status.  SW-ORDER is the current
      * ranking (roster subscripts, best first) used for pairing and
      * for the final standings.
       01 SWISS-ROUNDS          PIC 99 VALUE ZERO.
       01 SWISS-MAX-ROUNDS      PIC 99 VALUE ZERO.
       01 SWISS-ROUND-NO        PIC 99 VALUE ZERO.
       01 SWISS-POWER           PIC 9(3) VALUE ZERO.
       01 SWISS-HALF            PIC 99 VALUE ZERO.
       01 SWISS-ODD             PIC 9 VALUE ZERO.
       01 SWISS-POS             PIC 99 VALUE ZERO.
       01 SWISS-SCAN-START      PIC 99 VALUE ZERO.
       01 SWISS-SCAN-POS        PIC 99 VALUE ZERO.
       01 SWISS-OPP-POS         PIC 99 VALUE ZERO.
       01 SWISS-FALLBACK-POS    PIC 99 VALUE ZERO.
       01 SWISS-BYE-IDX         PIC 99 VALUE ZERO.
       01 SWISS-OPP-IDX         PIC 99 VALUE ZERO.
       01 SWISS-MET-SUB         PIC 99 VALUE ZERO.
       01 SWISS-MET-FLAG        PIC X VALUE 'N'.
           88 SWISS-ALREADY-MET VALUE 'Y'.
       01 SWISS-BEST-KEY        PIC 9(11) VALUE ZERO.
       01 SWISS-RESULT          PIC X(35) VALUE SPACES.
       01 SWISS-LEVEL           PIC 99 VALUE ZERO.
       01 SWISS-SEARCH-STATE    PIC X VALUE 'S'.
           88 SWISS-SEARCHING   VALUE 'S'.
           88 SWISS-PAIRING-FOUND VALUE 'D'.
           88 SWISS-PAIRING-FAILED VALUE 'F'.

       01 SWISS-PAIR-STACK.
           02 SP-ENTRY OCCURS 16 TIMES.
               03 SP-TOP-POS    PIC 99.
               03 SP-OPP-POS    PIC 99.

       01 SWISS-TABLE.
           02 SW-ENTRY OCCURS 32 TIMES.
               03 SW-SEED-RATING PIC 9(4) VALUE ZERO.
               03 SW-BUCHHOLZ   PIC 9(4) VALUE ZERO.
               03 SW-RANK-KEY   PIC 9(11) VALUE ZERO.
               03 SW-HAD-BYE    PIC X VALUE 'N'.
                   88 SW-BYE-TAKEN VALUE 'Y'.
               03 SW-PAIRED     PIC X VALUE 'N'.
                   88 SW-IS-PAIRED VALUE 'Y'.
               03 SW-ORDERED    PIC X VALUE 'N'.
                   88 SW-IS-ORDERED VALUE 'Y'.
               03 SW-OPP-COUNT  PIC 99 VALUE ZERO.
               03 SW-OPPONENT   PIC 99 OCCURS 32 TIMES.

       01 SWISS-ORDER-TABLE.
           02 SW-ORDER          PIC 99 OCCURS 32 TIMES.

       01 SwissHeading          PIC X(50)
           VALUE " Swiss Final Standings".
       01 SwissColumnHeads      PIC X(50)
           VALUE " Rk Player            P   W   L   D  Pts  Buch".

       01 SwissDetailLine.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-Rank         PIC Z9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-PlayerName   PIC X(15).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-Played       PIC ZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-Won          PIC ZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-Lost         PIC ZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-Drawn        PIC ZZ9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 SWD-Points       PIC ZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 SWD-Buchholz     PIC ZZZ9.

       01 BRACKET-ROUND         PIC 99 VALUE ZERO.
       01 BRACKET-REMAINING     PIC 99 VALUE ZERO.
       01 BRACKET-WAITING-IDX   PIC 99 VALUE ZERO.
           ELSE
               DISPLAY "Mode - (S)ingle round, (M)atch, (B)racket, "
                   WITH NO ADVANCING
               DISPLAY "(L)eague, s(W)iss, (C)omputer or s(T)ats: "
                   WITH NO ADVANCING
               ACCEPT RUN-MODE
           END-IF
                   PERFORM PROCESS-BRACKET
               WHEN LEAGUE-MODE
                   PERFORM PROCESS-LEAGUE
               WHEN SWISS-MODE
                   PERFORM PROCESS-SWISS
               WHEN COMPUTER-MODE
                   PERFORM PROCESS-COMPUTER-MATCH
               WHEN STATS-MODE
               MOVE LG-POINTS(LEAGUE-SCAN-IDX) TO WS-BEST-POINTS
           END-IF.

       PROCESS-SWISS.
           PERFORM LOAD-ROSTER
           IF ROSTER-TABLE-COUNT < 2
               DISPLAY "Swiss needs at least two roster players."
           ELSE
               PERFORM SET-SWISS-ROUNDS
               PERFORM SEED-SWISS-PLAYER
                   VARYING LEAGUE-P1-IDX FROM 1 BY 1
                   UNTIL LEAGUE-P1-IDX > ROSTER-TABLE-COUNT
               PERFORM PLAY-SWISS-ROUND
                   VARYING SWISS-ROUND-NO FROM 1 BY 1
                   UNTIL SWISS-ROUND-NO > SWISS-ROUNDS
               PERFORM PRODUCE-SWISS-TABLE
           END-IF.

      * Zero rounds gives the usual Swiss length - enough rounds for
      * a single unbeaten winner (2 ** rounds >= players).  No more
      * rounds than players less one, or repeat pairings are forced.
       SET-SWISS-ROUNDS.
           DISPLAY "Enter number of Swiss rounds (0 = default): "
               WITH NO ADVANCING
           ACCEPT SWISS-ROUNDS
           IF SWISS-ROUNDS = ZERO
               MOVE 1 TO SWISS-POWER
               PERFORM DOUBLE-SWISS-POWER
                   UNTIL SWISS-POWER >= ROSTER-TABLE-COUNT
           END-IF
           COMPUTE SWISS-MAX-ROUNDS = ROSTER-TABLE-COUNT - 1
           IF SWISS-ROUNDS > SWISS-MAX-ROUNDS
               DISPLAY "Rounds limited to " SWISS-MAX-ROUNDS
                   " for " ROSTER-TABLE-COUNT " players"
               MOVE SWISS-MAX-ROUNDS TO SWISS-ROUNDS
           END-IF
           DISPLAY "Swiss tournament over " SWISS-ROUNDS " rounds".

       DOUBLE-SWISS-POWER.
           MULTIPLY 2 BY SWISS-POWER
           ADD 1 TO SWISS-ROUNDS.

       SEED-SWISS-PLAYER.
           MOVE NEW-PLAYER-RATING TO SW-SEED-RATING(LEAGUE-P1-IDX)
           PERFORM FIND-SWISS-SEED
               VARYING PROFILE-IDX FROM 1 BY 1
               UNTIL PROFILE-IDX > PROFILE-TABLE-COUNT.

       FIND-SWISS-SEED.
           IF PF-NAME(PROFILE-IDX) = RT-PlayerName(LEAGUE-P1-IDX)
               MOVE PF-START-RATING(PROFILE-IDX)
                   TO SW-SEED-RATING(LEAGUE-P1-IDX)
           END-IF.

      * Rank by points then seed rating, give any bye, then pair.
      * Round one splits the seeded list in half (1 v n/2+1 ...);
      * later rounds pair down the ranking, each player taking the
      * next player below not yet met, stepping back to an earlier
      * pair whenever the players left cannot all be paired.  Only
      * when no pairing at all avoids a repeat are players paired
      * straight down the ranking, repeats allowed.
       PLAY-SWISS-ROUND.
           DISPLAY "--- Swiss round " SWISS-ROUND-NO " ---"
           PERFORM SET-SWISS-ROUND-KEY
               VARYING LEAGUE-P1-IDX FROM 1 BY 1
               UNTIL LEAGUE-P1-IDX > ROSTER-TABLE-COUNT
           PERFORM ORDER-SWISS-PLAYERS
           DIVIDE ROSTER-TABLE-COUNT BY 2
               GIVING SWISS-HALF REMAINDER SWISS-ODD
           IF SWISS-ODD NOT = ZERO
               PERFORM AWARD-SWISS-BYE
           END-IF
           IF SWISS-ROUND-NO = 1
               PERFORM PAIR-SEEDED-HALVES
                   VARYING SWISS-POS FROM 1 BY 1
                   UNTIL SWISS-POS > SWISS-HALF
           ELSE
               PERFORM PAIR-SWISS-BY-SCORE
           END-IF.

       SET-SWISS-ROUND-KEY.
           COMPUTE SW-RANK-KEY(LEAGUE-P1-IDX) =
               LG-POINTS(LEAGUE-P1-IDX) * 10000
               + SW-SEED-RATING(LEAGUE-P1-IDX)
           MOVE 'N' TO SW-PAIRED(LEAGUE-P1-IDX).

       ORDER-SWISS-PLAYERS.
           PERFORM CLEAR-SWISS-ORDERED
               VARYING LEAGUE-SCAN-IDX FROM 1 BY 1
               UNTIL LEAGUE-SCAN-IDX > ROSTER-TABLE-COUNT
           PERFORM PLACE-SWISS-POSITION
               VARYING SWISS-POS FROM 1 BY 1
               UNTIL SWISS-POS > ROSTER-TABLE-COUNT.

       CLEAR-SWISS-ORDERED.
           MOVE 'N' TO SW-ORDERED(LEAGUE-SCAN-IDX).

       PLACE-SWISS-POSITION.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO SWISS-BEST-KEY
           PERFORM FIND-BEST-SWISS-KEY
               VARYING LEAGUE-SCAN-IDX FROM 1 BY 1
               UNTIL LEAGUE-SCAN-IDX > ROSTER-TABLE-COUNT
           MOVE WS-BEST-IDX TO SW-ORDER(SWISS-POS)
           SET SW-IS-ORDERED(WS-BEST-IDX) TO TRUE.

       FIND-BEST-SWISS-KEY.
           IF NOT SW-IS-ORDERED(LEAGUE-SCAN-IDX)
               AND (WS-BEST-IDX = ZERO
                    OR SW-RANK-KEY(LEAGUE-SCAN-IDX) > SWISS-BEST-KEY)
               MOVE LEAGUE-SCAN-IDX TO WS-BEST-IDX
               MOVE SW-RANK-KEY(LEAGUE-SCAN-IDX) TO SWISS-BEST-KEY
           END-IF.

      * The bye goes to the lowest-ranked player who has not already
      * had one, and scores as a won fixture.
       AWARD-SWISS-BYE.
           MOVE ZERO TO SWISS-BYE-IDX
           PERFORM FIND-SWISS-BYE
               VARYING SWISS-POS FROM ROSTER-TABLE-COUNT BY -1
               UNTIL SWISS-POS < 1 OR SWISS-BYE-IDX NOT = ZERO
           IF SWISS-BYE-IDX = ZERO
               MOVE SW-ORDER(ROSTER-TABLE-COUNT) TO SWISS-BYE-IDX
           END-IF
           SET SW-IS-PAIRED(SWISS-BYE-IDX) TO TRUE
           SET SW-BYE-TAKEN(SWISS-BYE-IDX) TO TRUE
           ADD 1 TO LG-PLAYED(SWISS-BYE-IDX)
           ADD 1 TO LG-WON(SWISS-BYE-IDX)
           ADD 2 TO LG-POINTS(SWISS-BYE-IDX)
           MOVE RT-PlayerName(SWISS-BYE-IDX) TO WS-PLAYER1-NAME
           MOVE "BYE" TO WS-PLAYER2-NAME
           DISPLAY WS-PLAYER1-NAME " receives a bye"
           MOVE "Swiss bye" TO SWISS-RESULT
           PERFORM LOG-SWISS-PAIRING.

       FIND-SWISS-BYE.
           IF NOT SW-BYE-TAKEN(SW-ORDER(SWISS-POS))
               MOVE SW-ORDER(SWISS-POS) TO SWISS-BYE-IDX
           END-IF.

      * With the bye (always the last ranked in round one) set aside,
      * the top half of the seeding meets the bottom half.
       PAIR-SEEDED-HALVES.
           MOVE SW-ORDER(SWISS-POS) TO LEAGUE-P1-IDX
           COMPUTE SWISS-OPP-POS = SWISS-POS + SWISS-HALF
           MOVE SW-ORDER(SWISS-OPP-POS) TO LEAGUE-P2-IDX
           PERFORM PLAY-SWISS-PAIRING.

       PAIR-SWISS-BY-SCORE.
           MOVE 1 TO SWISS-LEVEL
           MOVE 'S' TO SWISS-SEARCH-STATE
           PERFORM START-SWISS-LEVEL
           PERFORM STEP-SWISS-PAIRING UNTIL NOT SWISS-SEARCHING
           IF SWISS-PAIRING-FOUND
               PERFORM PLAY-STACKED-PAIR
                   VARYING SWISS-LEVEL FROM 1 BY 1
                   UNTIL SWISS-LEVEL > SWISS-HALF
           ELSE
               DISPLAY "No pairing avoids a repeat - "
                   "pairing down the ranking"
               PERFORM RELEASE-SWISS-PLAYER
                   VARYING LEAGUE-SCAN-IDX FROM 1 BY 1
                   UNTIL LEAGUE-SCAN-IDX > ROSTER-TABLE-COUNT
               PERFORM PAIR-SWISS-POSITION
                   VARYING SWISS-POS FROM 1 BY 1
                   UNTIL SWISS-POS > ROSTER-TABLE-COUNT
           END-IF.

       START-SWISS-LEVEL.
           MOVE ZERO TO SP-TOP-POS(SWISS-LEVEL)
           PERFORM FIND-SWISS-TOP
               VARYING SWISS-SCAN-POS FROM 1 BY 1
               UNTIL SWISS-SCAN-POS > ROSTER-TABLE-COUNT
                  OR SP-TOP-POS(SWISS-LEVEL) NOT = ZERO
           MOVE SP-TOP-POS(SWISS-LEVEL) TO SP-OPP-POS(SWISS-LEVEL).

       FIND-SWISS-TOP.
           IF NOT SW-IS-PAIRED(SW-ORDER(SWISS-SCAN-POS))
               MOVE SWISS-SCAN-POS TO SP-TOP-POS(SWISS-LEVEL)
           END-IF.

      * Try the next opponent for the pair at this level.  On success
      * move to the next level; when none is left, undo the pair one
      * level up and let it try its next opponent.
       STEP-SWISS-PAIRING.
           MOVE SW-ORDER(SP-TOP-POS(SWISS-LEVEL)) TO LEAGUE-P1-IDX
           MOVE ZERO TO SWISS-OPP-POS
           COMPUTE SWISS-SCAN-START = SP-OPP-POS(SWISS-LEVEL) + 1
           PERFORM FIND-UNMET-OPPONENT
               VARYING SWISS-SCAN-POS FROM SWISS-SCAN-START BY 1
               UNTIL SWISS-SCAN-POS > ROSTER-TABLE-COUNT
                  OR SWISS-OPP-POS NOT = ZERO
           IF SWISS-OPP-POS NOT = ZERO
               MOVE SWISS-OPP-POS TO SP-OPP-POS(SWISS-LEVEL)
               SET SW-IS-PAIRED(LEAGUE-P1-IDX) TO TRUE
               SET SW-IS-PAIRED(SW-ORDER(SWISS-OPP-POS)) TO TRUE
               IF SWISS-LEVEL = SWISS-HALF
                   SET SWISS-PAIRING-FOUND TO TRUE
               ELSE
                   ADD 1 TO SWISS-LEVEL
                   PERFORM START-SWISS-LEVEL
               END-IF
           ELSE
               IF SWISS-LEVEL = 1
                   SET SWISS-PAIRING-FAILED TO TRUE
               ELSE
                   SUBTRACT 1 FROM SWISS-LEVEL
                   MOVE 'N' TO SW-PAIRED(SW-ORDER(
                       SP-TOP-POS(SWISS-LEVEL)))
                   MOVE 'N' TO SW-PAIRED(SW-ORDER(
                       SP-OPP-POS(SWISS-LEVEL)))
               END-IF
           END-IF.

       FIND-UNMET-OPPONENT.
           IF NOT SW-IS-PAIRED(SW-ORDER(SWISS-SCAN-POS))
               MOVE SW-ORDER(SWISS-SCAN-POS) TO SWISS-OPP-IDX
               PERFORM CHECK-SWISS-MET
               IF NOT SWISS-ALREADY-MET
                   MOVE SWISS-SCAN-POS TO SWISS-OPP-POS
               END-IF
           END-IF.

       PLAY-STACKED-PAIR.
           MOVE SW-ORDER(SP-TOP-POS(SWISS-LEVEL)) TO LEAGUE-P1-IDX
           MOVE SW-ORDER(SP-OPP-POS(SWISS-LEVEL)) TO LEAGUE-P2-IDX
           PERFORM PLAY-SWISS-PAIRING.

       RELEASE-SWISS-PLAYER.
           IF SWISS-ODD = ZERO
              OR LEAGUE-SCAN-IDX NOT = SWISS-BYE-IDX
               MOVE 'N' TO SW-PAIRED(LEAGUE-SCAN-IDX)
           END-IF.

       PAIR-SWISS-POSITION.
           IF NOT SW-IS-PAIRED(SW-ORDER(SWISS-POS))
               MOVE SW-ORDER(SWISS-POS) TO LEAGUE-P1-IDX
               MOVE ZERO TO SWISS-OPP-POS
               MOVE ZERO TO SWISS-FALLBACK-POS
               COMPUTE SWISS-SCAN-START = SWISS-POS + 1
               PERFORM FIND-SWISS-OPPONENT
                   VARYING SWISS-SCAN-POS FROM SWISS-SCAN-START BY 1
                   UNTIL SWISS-SCAN-POS > ROSTER-TABLE-COUNT
                      OR SWISS-OPP-POS NOT = ZERO
               IF SWISS-OPP-POS = ZERO
                   MOVE SWISS-FALLBACK-POS TO SWISS-OPP-POS
               END-IF
               IF SWISS-OPP-POS NOT = ZERO
                   MOVE SW-ORDER(SWISS-OPP-POS) TO LEAGUE-P2-IDX
                   PERFORM PLAY-SWISS-PAIRING
               END-IF
           END-IF.

       FIND-SWISS-OPPONENT.
           IF NOT SW-IS-PAIRED(SW-ORDER(SWISS-SCAN-POS))
               MOVE SW-ORDER(SWISS-SCAN-POS) TO SWISS-OPP-IDX
               PERFORM CHECK-SWISS-MET
               IF SWISS-ALREADY-MET
                   IF SWISS-FALLBACK-POS = ZERO
                       MOVE SWISS-SCAN-POS TO SWISS-FALLBACK-POS
                   END-IF
               ELSE
                   MOVE SWISS-SCAN-POS TO SWISS-OPP-POS
               END-IF
           END-IF.

       CHECK-SWISS-MET.
           MOVE 'N' TO SWISS-MET-FLAG
           PERFORM TEST-SWISS-OPPONENT
               VARYING SWISS-MET-SUB FROM 1 BY 1
               UNTIL SWISS-MET-SUB > SW-OPP-COUNT(LEAGUE-P1-IDX).

       TEST-SWISS-OPPONENT.
           IF SW-OPPONENT(LEAGUE-P1-IDX, SWISS-MET-SUB) = SWISS-OPP-IDX
               SET SWISS-ALREADY-MET TO TRUE
           END-IF.

      * A Swiss pairing is played as a league fixture and scored the
      * same way (2 for a win, 1 for a draw).  The pairing and its
      * result are logged to the match history as 'W' records.
       PLAY-SWISS-PAIRING.
           SET SW-IS-PAIRED(LEAGUE-P1-IDX) TO TRUE
           SET SW-IS-PAIRED(LEAGUE-P2-IDX) TO TRUE
           ADD 1 TO SW-OPP-COUNT(LEAGUE-P1-IDX)
           MOVE LEAGUE-P2-IDX TO
               SW-OPPONENT(LEAGUE-P1-IDX, SW-OPP-COUNT(LEAGUE-P1-IDX))
           ADD 1 TO SW-OPP-COUNT(LEAGUE-P2-IDX)
           MOVE LEAGUE-P1-IDX TO
               SW-OPPONENT(LEAGUE-P2-IDX, SW-OPP-COUNT(LEAGUE-P2-IDX))
           MOVE RT-PlayerName(LEAGUE-P1-IDX) TO WS-PLAYER1-NAME
           MOVE RT-PlayerName(LEAGUE-P2-IDX) TO WS-PLAYER2-NAME
           DISPLAY "--- Pairing: " WS-PLAYER1-NAME
               " vs " WS-PLAYER2-NAME " ---"
           MOVE "Swiss pairing" TO SWISS-RESULT
           PERFORM LOG-SWISS-PAIRING
           MOVE ZERO TO FIXTURE-P1-WINS
           MOVE ZERO TO FIXTURE-P2-WINS
           PERFORM PLAY-FIXTURE-ROUND
               VARYING FIXTURE-ROUND-NO FROM 1 BY 1
               UNTIL FIXTURE-ROUND-NO > FIXTURE-ROUNDS
           PERFORM AWARD-LEAGUE-POINTS
           EVALUATE TRUE
               WHEN FIXTURE-P1-WINS > FIXTURE-P2-WINS
                   MOVE "Swiss result - player 1 WIN" TO SWISS-RESULT
               WHEN FIXTURE-P2-WINS > FIXTURE-P1-WINS
                   MOVE "Swiss result - player 2 WIN" TO SWISS-RESULT
               WHEN OTHER
                   MOVE "Swiss result - drawn" TO SWISS-RESULT
           END-EVALUATE
           PERFORM LOG-SWISS-PAIRING.

       LOG-SWISS-PAIRING.
           MOVE 'W' TO MH-COMPUTER-FLAG
           MOVE SWISS-ROUND-NO TO MH-Round
           MOVE ZERO TO MH-Player1Choice
           MOVE ZERO TO MH-Player2Choice
           MOVE SWISS-RESULT TO MH-Result
           MOVE WS-PLAYER1-NAME TO MH-Player1Name
           MOVE WS-PLAYER2-NAME TO MH-Player2Name
           WRITE MatchHistoryLine FROM MatchHistoryDetail.

      * Final standings: points, then Buchholz (the total points of
      * every opponent met, byes not counted), then seed rating.
       PRODUCE-SWISS-TABLE.
           PERFORM SET-SWISS-FINAL-KEY
               VARYING LEAGUE-P1-IDX FROM 1 BY 1
               UNTIL LEAGUE-P1-IDX > ROSTER-TABLE-COUNT
           PERFORM ORDER-SWISS-PLAYERS
           OPEN OUTPUT StandingsFile
           WRITE StandingsLine FROM SwissHeading
               AFTER ADVANCING PAGE
           WRITE StandingsLine FROM SwissColumnHeads
               AFTER ADVANCING 1 LINE
           PERFORM WRITE-SWISS-RANK-LINE
               VARYING SWISS-POS FROM 1 BY 1
               UNTIL SWISS-POS > ROSTER-TABLE-COUNT
           CLOSE StandingsFile.

       SET-SWISS-FINAL-KEY.
           MOVE ZERO TO SW-BUCHHOLZ(LEAGUE-P1-IDX)
           PERFORM ADD-SWISS-OPPONENT-POINTS
               VARYING SWISS-MET-SUB FROM 1 BY 1
               UNTIL SWISS-MET-SUB > SW-OPP-COUNT(LEAGUE-P1-IDX)
           COMPUTE SW-RANK-KEY(LEAGUE-P1-IDX) =
               LG-POINTS(LEAGUE-P1-IDX) * 100000000
               + SW-BUCHHOLZ(LEAGUE-P1-IDX) * 10000
               + SW-SEED-RATING(LEAGUE-P1-IDX).

       ADD-SWISS-OPPONENT-POINTS.
           MOVE SW-OPPONENT(LEAGUE-P1-IDX, SWISS-MET-SUB)
               TO SWISS-OPP-IDX
           ADD LG-POINTS(SWISS-OPP-IDX) TO SW-BUCHHOLZ(LEAGUE-P1-IDX).

       WRITE-SWISS-RANK-LINE.
           MOVE SW-ORDER(SWISS-POS) TO WS-BEST-IDX
           MOVE SWISS-POS TO SWD-Rank
           MOVE RT-PlayerName(WS-BEST-IDX) TO SWD-PlayerName
           MOVE LG-PLAYED(WS-BEST-IDX) TO SWD-Played
           MOVE LG-WON(WS-BEST-IDX) TO SWD-Won
           MOVE LG-LOST(WS-BEST-IDX) TO SWD-Lost
           MOVE LG-DRAWN(WS-BEST-IDX) TO SWD-Drawn
           MOVE LG-POINTS(WS-BEST-IDX) TO SWD-Points
           MOVE SW-BUCHHOLZ(WS-BEST-IDX) TO SWD-Buchholz
           WRITE StandingsLine FROM SwissDetailLine
               AFTER ADVANCING 1 LINE.

       PROCESS-COMPUTER-MATCH.
           DISPLAY "Enter your name: " WITH NO ADVANCING
           ACCEPT WS-PLAYER1-NAME
                   SET END-OF-MATCH-HISTORY TO TRUE
               NOT AT END
                   MOVE MatchHistoryLine TO MatchHistoryReadRec
                   IF MHR-COMPUTER-FLAG NOT = 'W'
                       PERFORM TALLY-MATCH-HISTORY-RECORD
                   END-IF
           END-READ.

       TALLY-MATCH-HISTORY-RECORD.
