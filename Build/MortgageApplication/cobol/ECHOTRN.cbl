       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOTRN.
      *****************************************************************
      *                                                               *
      *   ECHOTRN - Monthly trend report from the control-totals      *
      *             history (CTOTHIST, CTHREC). For every branch      *
      *             region it sets the month to date - the first of   *
      *             the PARM date's month through the PARM date -     *
      *             beside the whole prior calendar month: nights on  *
      *             file, feed detail volume and the average per      *
      *             night, the ECHO2 match rate (matched calls over   *
      *             calls processed) and reject rate (validation      *
      *             rejects over calls processed), and the change in  *
      *             average nightly volume. A last line does the same *
      *             for all regions together. The REL column counts   *
      *             the month's nights the ECHOEDT volume check held  *
      *             out of band and the operator released.            *
      *                                                               *
      *             Nights still held (stopped and never released)    *
      *             never reached ECHOBAT and are left out.           *
      *                                                               *
      *             PARM='YYYYMMDD' - the last date the month to date *
      *             runs through.                                     *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTOT-HISTORY-FILE ASSIGN TO CTOTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTH-KEY
               FILE STATUS IS WS-CTH-STATUS.

           SELECT TREND-LIST-FILE ASSIGN TO TRNLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTOT-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CTHREC.

       FD  TREND-LIST-FILE
           RECORDING MODE IS F.
       01 TREND-LIST-LINE       Pic X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTH-STATUS         Pic X(02).
          88 WS-CTH-OK          VALUE '00'.
          88 WS-CTH-NOTFND      VALUE '23'.
       01 WS-LIST-STATUS        Pic X(02).
          88 WS-LIST-OK         VALUE '00'.
       01 WS-EOF-SWITCH         Pic X(01) VALUE 'N'.
          88 END-OF-HISTORY     VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP  Pic X(21).
       01 WS-RUN-DATE           Pic X(08).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR        Pic 9(04).
          05 WS-RUN-MONTH       Pic 9(02).
          05 WS-RUN-DAY         Pic 9(02).
       01 WS-MONTH-START        Pic X(08).
       01 WS-PRIOR-START        Pic X(08).
       01 WS-PRIOR-START-PARTS REDEFINES WS-PRIOR-START.
          05 WS-PRIOR-YEAR      Pic 9(04).
          05 WS-PRIOR-MONTH     Pic 9(02).
          05 WS-PRIOR-DAY       Pic 9(02).
       01 WS-HISTORY-READ       Pic 9(08) VALUE ZERO.
       01 WS-HELD-SKIPPED       Pic 9(08) VALUE ZERO.
       01 WS-BKT                Pic 9(04) COMP.
       01 WS-SUB                Pic 9(04) COMP.
       01 WS-FOUND              Pic 9(04) COMP.
       01 WS-ALL                Pic 9(04) COMP.
       01 WS-BUCKET-WORK.
          05 WS-BUCKET-ITEM OCCURS 2 TIMES.
             10 WS-LAST-DATE       Pic X(08).
             10 WS-AVERAGE         Pic 9(09).
       01 WS-PERCENT            Pic S9(05)V9.

      *    Bucket 1 is the month to date, bucket 2 the prior month.
       01 WS-REGION-LIMIT       Pic 9(04) COMP VALUE 100.
       01 WS-REGION-COUNT       Pic 9(04) COMP VALUE ZERO.
       01 WS-REGION-TABLE.
          05 WS-RGN-ENTRY OCCURS 101 TIMES.
             10 WS-RGN-NAME        Pic X(10).
             10 WS-RGN-RELEASED    Pic 9(03).
             10 WS-RGN-BUCKET OCCURS 2 TIMES.
                15 WS-RGN-NIGHTS      Pic 9(05).
                15 WS-RGN-DETAILS     Pic 9(09).
                15 WS-RGN-PROCESSED   Pic 9(09).
                15 WS-RGN-MATCH       Pic 9(09).
                15 WS-RGN-REJECT      Pic 9(09).

       01 WS-HDR1.
          05 FILLER             Pic X(40)
             VALUE 'ECHO2 FEED VOLUME AND MATCH-RATE TRENDS '.
          05 FILLER             Pic X(16) VALUE 'BY REGION AS OF '.
          05 HDR1-DATE          Pic X(08).
          05 FILLER             Pic X(68) VALUE SPACES.

       01 WS-HDR2.
          05 FILLER             Pic X(12) VALUE SPACES.
          05 HDR2-MTD           Pic X(42)
             VALUE '<------------ MONTH TO DATE ------------->'.
          05 HDR2-PRIOR         Pic X(42)
             VALUE '<------------- PRIOR MONTH -------------->'.
          05 FILLER             Pic X(03) VALUE SPACES.
          05 HDR2-PRIOR-MONTH   Pic X(06).
          05 FILLER             Pic X(27) VALUE SPACES.

       01 WS-HDR3.
          05 FILLER             Pic X(12) VALUE 'REGION      '.
          05 FILLER             Pic X(06) VALUE 'NGTS  '.
          05 FILLER             Pic X(10) VALUE ' DETAILS  '.
          05 FILLER             Pic X(09) VALUE 'AVG/NGT  '.
          05 FILLER             Pic X(08) VALUE 'MATCH%  '.
          05 FILLER             Pic X(09) VALUE ' REJ%    '.
          05 FILLER             Pic X(06) VALUE 'NGTS  '.
          05 FILLER             Pic X(10) VALUE ' DETAILS  '.
          05 FILLER             Pic X(09) VALUE 'AVG/NGT  '.
          05 FILLER             Pic X(08) VALUE 'MATCH%  '.
          05 FILLER             Pic X(09) VALUE ' REJ%    '.
          05 FILLER             Pic X(09) VALUE 'AVG CHG% '.
          05 FILLER             Pic X(03) VALUE 'REL'.
          05 FILLER             Pic X(24) VALUE SPACES.

       01 WS-DTL-LINE.
          05 DTL-REGION         Pic X(10).
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-BUCKET OCCURS 2 TIMES.
             10 DTL-NIGHTS         Pic ZZZ9.
             10 FILLER             Pic X(02).
             10 DTL-DETAILS        Pic ZZZZZZZ9.
             10 FILLER             Pic X(02).
             10 DTL-AVERAGE        Pic ZZZZZZ9.
             10 FILLER             Pic X(02).
             10 DTL-MATCH-PCT      Pic ZZ9.9.
             10 FILLER             Pic X(03).
             10 DTL-REJECT-PCT     Pic ZZ9.9.
             10 FILLER             Pic X(04).
          05 DTL-CHANGE-PCT     Pic -ZZZ9.9.
          05 FILLER             Pic X(02) VALUE SPACES.
          05 DTL-RELEASED       Pic ZZ9.
          05 FILLER             Pic X(24) VALUE SPACES.

       01 WS-NOTE-LINE.
          05 FILLER             Pic X(40)
             VALUE 'REL = NIGHTS THIS MONTH HELD OUT OF BAND'.
          05 FILLER             Pic X(40)
             VALUE ' BY THE ECHOEDT VOLUME CHECK AND RELEASE'.
          05 FILLER             Pic X(52)
             VALUE 'D BY THE OPERATOR'.

       01 WS-TOT-LINE.
          05 TOT-LINE-TAG       Pic X(30).
          05 TOT-LINE-COUNT     Pic ZZZZZZZ9.
          05 FILLER             Pic X(94) VALUE SPACES.

       LINKAGE SECTION.
       01 WS-RUN-PARM.
          05 WS-PARM-LEN        Pic S9(04) COMP.
          05 WS-PARM-DATE       Pic X(08).

       PROCEDURE DIVISION USING WS-RUN-PARM.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-HISTORY UNTIL END-OF-HISTORY
           PERFORM 3000-PRINT-TRENDS
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           IF WS-PARM-LEN > 0
               MOVE WS-PARM-DATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE
               DISPLAY 'ECHOTRN - NO RUN-DATE PARM, DEFAULTING TO '
                   WS-RUN-DATE
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY 'ECHOTRN - NOT A VALID YYYYMMDD DATE: '
                   WS-RUN-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *    The month to date starts on the first of the PARM month;
      *    the prior month is the calendar month before it, January
      *    reaching back into December of the year before.
           MOVE WS-RUN-DATE TO WS-MONTH-START
           MOVE '01' TO WS-MONTH-START(7:2)
           MOVE WS-RUN-YEAR TO WS-PRIOR-YEAR
           IF WS-RUN-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
           END-IF
           MOVE 1 TO WS-PRIOR-DAY
           MOVE SPACES TO WS-LAST-DATE(1) WS-LAST-DATE(2)
           INITIALIZE WS-RGN-ENTRY(101)

           OPEN INPUT CTOT-HISTORY-FILE
           IF NOT WS-CTH-OK
               DISPLAY 'ECHOTRN - OPEN CTOTHIST FAILED, STATUS='
                   WS-CTH-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TREND-LIST-FILE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHOTRN - OPEN TRNLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-PRIOR-START TO CTH-APPL-DATE
           MOVE LOW-VALUES     TO CTH-REGION
           START CTOT-HISTORY-FILE KEY IS NOT LESS THAN CTH-KEY
               INVALID KEY SET END-OF-HISTORY TO TRUE
           END-START
           IF END-OF-HISTORY
               IF NOT WS-CTH-NOTFND
                   DISPLAY 'ECHOTRN - START CTOTHIST FAILED, STATUS='
                       WS-CTH-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM 2100-READ-HISTORY
           END-IF.

       2000-TAKE-HISTORY.
           IF CTH-STOPPED
               ADD 1 TO WS-HELD-SKIPPED
           ELSE
               IF CTH-APPL-DATE < WS-MONTH-START
                   MOVE 2 TO WS-BKT
               ELSE
                   MOVE 1 TO WS-BKT
               END-IF
               PERFORM 2200-FIND-REGION
               PERFORM 2300-ADD-TO-BUCKET
           END-IF

           PERFORM 2100-READ-HISTORY.

       2100-READ-HISTORY.
           READ CTOT-HISTORY-FILE NEXT RECORD
               AT END SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY
               IF NOT WS-CTH-OK
                   DISPLAY 'ECHOTRN - READ CTOTHIST FAILED, STATUS='
                       WS-CTH-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF CTH-APPL-DATE > WS-RUN-DATE
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-READ
               END-IF
           END-IF.

       2200-FIND-REGION.
           MOVE ZERO TO WS-FOUND
           PERFORM 2210-SCAN-REGION
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-REGION-COUNT
               OR WS-FOUND > ZERO
           IF WS-FOUND = ZERO
               IF WS-REGION-COUNT < WS-REGION-LIMIT
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-REGION-COUNT TO WS-FOUND
                   INITIALIZE WS-RGN-ENTRY(WS-FOUND)
                   MOVE CTH-REGION TO WS-RGN-NAME(WS-FOUND)
               ELSE
                   DISPLAY 'ECHOTRN - REGION TABLE FULL AT '
                       WS-REGION-LIMIT ' ENTRIES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       2210-SCAN-REGION.
           IF WS-RGN-NAME(WS-SUB) = CTH-REGION
               MOVE WS-SUB TO WS-FOUND
           END-IF.

      *    The all-regions line rides in the entry past the last
      *    region; its nights are distinct dates, not region-nights.
       2300-ADD-TO-BUCKET.
           ADD 1                TO WS-RGN-NIGHTS(WS-FOUND, WS-BKT)
           ADD CTH-FEED-DETAILS TO WS-RGN-DETAILS(WS-FOUND, WS-BKT)
           ADD CTH-PROCESSED    TO WS-RGN-PROCESSED(WS-FOUND, WS-BKT)
           ADD CTH-MATCH        TO WS-RGN-MATCH(WS-FOUND, WS-BKT)
           ADD CTH-REJECT       TO WS-RGN-REJECT(WS-FOUND, WS-BKT)
           IF CTH-RELEASED AND WS-BKT = 1
               ADD 1 TO WS-RGN-RELEASED(WS-FOUND)
           END-IF

           MOVE 101 TO WS-ALL
           IF CTH-APPL-DATE NOT = WS-LAST-DATE(WS-BKT)
               ADD 1 TO WS-RGN-NIGHTS(WS-ALL, WS-BKT)
               MOVE CTH-APPL-DATE TO WS-LAST-DATE(WS-BKT)
           END-IF
           ADD CTH-FEED-DETAILS TO WS-RGN-DETAILS(WS-ALL, WS-BKT)
           ADD CTH-PROCESSED    TO WS-RGN-PROCESSED(WS-ALL, WS-BKT)
           ADD CTH-MATCH        TO WS-RGN-MATCH(WS-ALL, WS-BKT)
           ADD CTH-REJECT       TO WS-RGN-REJECT(WS-ALL, WS-BKT)
           IF CTH-RELEASED AND WS-BKT = 1
               ADD 1 TO WS-RGN-RELEASED(WS-ALL)
           END-IF.

       3000-PRINT-TRENDS.
           MOVE WS-RUN-DATE TO HDR1-DATE
           MOVE WS-HDR1 TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE SPACES TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-PRIOR-START(1:6) TO HDR2-PRIOR-MONTH
           MOVE WS-HDR2 TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-HDR3 TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE

           PERFORM 3100-PRINT-REGION
               VARYING WS-FOUND FROM 1 BY 1
               UNTIL WS-FOUND > WS-REGION-COUNT

           MOVE SPACES TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 101 TO WS-FOUND
           MOVE 'ALL REGIONS' TO WS-RGN-NAME(WS-FOUND)
           PERFORM 3100-PRINT-REGION

           MOVE SPACES TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE WS-NOTE-LINE TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       3100-PRINT-REGION.
           MOVE SPACES TO WS-DTL-LINE
           MOVE WS-RGN-NAME(WS-FOUND) TO DTL-REGION
           PERFORM 3200-FORMAT-BUCKET
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 2
           IF WS-AVERAGE(2) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WS-AVERAGE(1) - WS-AVERAGE(2)) * 100
                   / WS-AVERAGE(2)
           ELSE
               MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO DTL-CHANGE-PCT
           MOVE WS-RGN-RELEASED(WS-FOUND) TO DTL-RELEASED
           MOVE WS-DTL-LINE TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE.

       3200-FORMAT-BUCKET.
           MOVE WS-RGN-NIGHTS(WS-FOUND, WS-BKT)
               TO DTL-NIGHTS(WS-BKT)
           MOVE WS-RGN-DETAILS(WS-FOUND, WS-BKT)
               TO DTL-DETAILS(WS-BKT)
           IF WS-RGN-NIGHTS(WS-FOUND, WS-BKT) > ZERO
               COMPUTE WS-AVERAGE(WS-BKT) ROUNDED =
                   WS-RGN-DETAILS(WS-FOUND, WS-BKT)
                   / WS-RGN-NIGHTS(WS-FOUND, WS-BKT)
           ELSE
               MOVE ZERO TO WS-AVERAGE(WS-BKT)
           END-IF
           MOVE WS-AVERAGE(WS-BKT) TO DTL-AVERAGE(WS-BKT)

           IF WS-RGN-PROCESSED(WS-FOUND, WS-BKT) > ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-RGN-MATCH(WS-FOUND, WS-BKT) * 100
                   / WS-RGN-PROCESSED(WS-FOUND, WS-BKT)
               MOVE WS-PERCENT TO DTL-MATCH-PCT(WS-BKT)
               COMPUTE WS-PERCENT ROUNDED =
                   WS-RGN-REJECT(WS-FOUND, WS-BKT) * 100
                   / WS-RGN-PROCESSED(WS-FOUND, WS-BKT)
               MOVE WS-PERCENT TO DTL-REJECT-PCT(WS-BKT)
           ELSE
               MOVE ZERO TO DTL-MATCH-PCT(WS-BKT)
               MOVE ZERO TO DTL-REJECT-PCT(WS-BKT)
           END-IF.

       8000-WRITE-LIST-LINE.
           WRITE TREND-LIST-LINE
           IF NOT WS-LIST-OK
               DISPLAY 'ECHOTRN - WRITE TRNLIST FAILED, STATUS='
                   WS-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'HISTORY RECORDS READ:         ' TO TOT-LINE-TAG
           MOVE WS-HISTORY-READ TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE
           MOVE 'HELD NIGHTS LEFT OUT:         ' TO TOT-LINE-TAG
           MOVE WS-HELD-SKIPPED TO TOT-LINE-COUNT
           MOVE WS-TOT-LINE TO TREND-LIST-LINE
           PERFORM 8000-WRITE-LIST-LINE

           CLOSE CTOT-HISTORY-FILE
           CLOSE TREND-LIST-FILE

           DISPLAY 'ECHOTRN - RUN DATE:        ' WS-RUN-DATE
           DISPLAY 'ECHOTRN - PRIOR MONTH FROM:' WS-PRIOR-START
           DISPLAY 'ECHOTRN - HISTORY RECORDS: ' WS-HISTORY-READ
           DISPLAY 'ECHOTRN - REGIONS:         ' WS-REGION-COUNT
           MOVE 0 TO RETURN-CODE.

       END PROGRAM ECHOTRN.
