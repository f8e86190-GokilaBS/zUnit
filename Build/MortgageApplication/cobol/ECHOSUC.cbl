       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHOSUC.
      *****************************************************************
      *                                                               *
      *   ECHOSUC - Successor-branch resolution over the branch       *
      *             master (BRMASTER), called by ECHOBAT, ECHOWRK,    *
      *             ECHOAGE, ECHOKQR, ECHOSTM, ECHOXFR and ECHODSH so *
      *             a merged branch's work lands on the branch that   *
      *             took it over the same way everywhere.             *
      *                                                               *
      *             A closed branch carrying BRM-SUCCESSOR-CODE is    *
      *             replaced by its successor for any date on or      *
      *             after BRM-SUCCESSOR-DATE, and the successor by    *
      *             its own successor if it has since closed too.     *
      *             The branch master is small, so the first call     *
      *             loads it into core and closes it (the ECHOBDY     *
      *             pattern) - later calls in the same run unit       *
      *             answer from the table. The parameters are         *
      *             described in SUCPARM.                             *
      *                                                               *
      *****************************************************************
      /
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO BRMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRM-BRANCH-CODE
               FILE STATUS IS WS-BRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE
           RECORDING MODE IS F.
           COPY BRMREC.

       WORKING-STORAGE SECTION.
       01 WS-BRM-STATUS         Pic X(02).
          88 WS-BRM-OK          VALUE '00'.
       01 WS-BRM-EOF-SW         Pic X(01) VALUE 'N'.
          88 END-OF-BRANCHES    VALUE 'Y'.
       01 WS-LOADED-SW          Pic X(01) VALUE 'N'.
          88 BRANCHES-LOADED    VALUE 'Y'.
       01 WS-LOAD-FAILED-SW     Pic X(01) VALUE 'N'.
          88 BRANCH-LOAD-FAILED VALUE 'Y'.
       01 WS-BR-SUB             Pic 9(04) COMP.
       01 WS-BR-FOUND           Pic 9(04) COMP.
       01 WS-BR-PREVIOUS        Pic 9(04) COMP.
       01 WS-BR-COUNT           Pic 9(04) COMP VALUE ZERO.
       01 WS-BR-LIMIT           Pic 9(04) COMP VALUE 2000.
       01 WS-HOP-COUNT          Pic 9(04) COMP.
      *    No merger history runs this deep - a chain that does has
      *    looped back on itself through ECHOBRM updates.
       01 WS-HOP-LIMIT          Pic 9(04) COMP VALUE 20.
       01 WS-CHAIN-SW           Pic X(01).
          88 CHAIN-ENDED        VALUE 'Y'.
       01 WS-SCAN-SW            Pic X(01).
          88 SCAN-PASSED        VALUE 'Y'.
       01 WS-SEARCH-CODE        Pic X(04).

      *    The branch master, in BRM-BRANCH-CODE order as the KSDS
      *    returns it.
       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 2000 TIMES.
             10 WS-BR-CODE         Pic X(04).
             10 WS-BR-NAME         Pic X(20).
             10 WS-BR-REGION       Pic X(10).
             10 WS-BR-STATUS       Pic X(01).
             10 WS-BR-SUCCESSOR    Pic X(04).
             10 WS-BR-SUCC-DATE    Pic X(08).

       LINKAGE SECTION.
       COPY SUCPARM.

       PROCEDURE DIVISION USING SUC-PARMS.
       0000-MAIN.
           SET SUC-FAILED TO TRUE

           IF NOT BRANCHES-LOADED
               PERFORM 1000-LOAD-BRANCHES
           END-IF
           IF BRANCH-LOAD-FAILED
               GOBACK
           END-IF

           PERFORM 2000-RESOLVE-BRANCH
           GOBACK.

      *    A branch master that cannot be read fails every call -
      *    quietly answering "no successor" would reject or misfile
      *    a merged branch's whole night.
       1000-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER-FILE
           IF NOT WS-BRM-OK
               DISPLAY 'ECHOSUC - OPEN BRMASTER FAILED, STATUS='
                   WS-BRM-STATUS
               SET BRANCH-LOAD-FAILED TO TRUE
           ELSE
               PERFORM 1100-READ-BRANCH
               PERFORM 1200-TABLE-ONE-BRANCH UNTIL END-OF-BRANCHES
               CLOSE BRANCH-MASTER-FILE
               IF NOT BRANCH-LOAD-FAILED
                   SET BRANCHES-LOADED TO TRUE
               END-IF
           END-IF.

       1100-READ-BRANCH.
           READ BRANCH-MASTER-FILE NEXT RECORD
               AT END SET END-OF-BRANCHES TO TRUE
           END-READ
           IF NOT END-OF-BRANCHES AND NOT WS-BRM-OK
               DISPLAY 'ECHOSUC - READ BRMASTER FAILED, STATUS='
                   WS-BRM-STATUS
               SET BRANCH-LOAD-FAILED TO TRUE
               SET END-OF-BRANCHES TO TRUE
           END-IF.

       1200-TABLE-ONE-BRANCH.
           IF WS-BR-COUNT < WS-BR-LIMIT
               ADD 1 TO WS-BR-COUNT
               MOVE BRM-BRANCH-CODE    TO WS-BR-CODE(WS-BR-COUNT)
               MOVE BRM-BRANCH-NAME    TO WS-BR-NAME(WS-BR-COUNT)
               MOVE BRM-REGION         TO WS-BR-REGION(WS-BR-COUNT)
               MOVE BRM-STATUS         TO WS-BR-STATUS(WS-BR-COUNT)
               MOVE BRM-SUCCESSOR-CODE TO WS-BR-SUCCESSOR(WS-BR-COUNT)
               MOVE BRM-SUCCESSOR-DATE TO WS-BR-SUCC-DATE(WS-BR-COUNT)
               PERFORM 1100-READ-BRANCH
           ELSE
               DISPLAY 'ECHOSUC - BRANCH TABLE FULL AT '
                   WS-BR-LIMIT ' ENTRIES'
               SET BRANCH-LOAD-FAILED TO TRUE
               SET END-OF-BRANCHES TO TRUE
           END-IF.

      *    Start at the branch asked about and step to its successor
      *    while the branch in hand is closed, names a successor,
      *    and that successor had taken over by SUC-AS-OF-DATE.
       2000-RESOLVE-BRANCH.
           MOVE SUC-BRANCH-IN TO SUC-BRANCH-OUT
           MOVE SPACES TO SUC-BRANCH-NAME SUC-REGION SUC-STATUS
           MOVE 'N' TO SUC-ROLLED-SW
           MOVE 'N' TO WS-CHAIN-SW
           MOVE ZERO TO WS-HOP-COUNT

           MOVE SUC-BRANCH-IN TO WS-SEARCH-CODE
           PERFORM 3000-FIND-BRANCH
           IF WS-BR-FOUND = ZERO
               SET SUC-NOT-ON-MASTER TO TRUE
               SET SUC-OK TO TRUE
           ELSE
               SET SUC-ON-MASTER TO TRUE
               PERFORM 2100-FOLLOW-ONE-LINK UNTIL CHAIN-ENDED
               IF WS-HOP-COUNT > WS-HOP-LIMIT
                   DISPLAY 'ECHOSUC - SUCCESSOR CHAIN FROM BRANCH '
                       SUC-BRANCH-IN ' DOES NOT END - CHECK ECHOBRM'
               ELSE
                   MOVE WS-BR-CODE(WS-BR-FOUND)   TO SUC-BRANCH-OUT
                   MOVE WS-BR-NAME(WS-BR-FOUND)   TO SUC-BRANCH-NAME
                   MOVE WS-BR-REGION(WS-BR-FOUND) TO SUC-REGION
                   MOVE WS-BR-STATUS(WS-BR-FOUND) TO SUC-STATUS
                   IF SUC-BRANCH-OUT NOT = SUC-BRANCH-IN
                       SET SUC-ROLLED TO TRUE
                   END-IF
                   SET SUC-OK TO TRUE
               END-IF
           END-IF.

      *    WS-BR-FOUND is the branch in hand. A successor code the
      *    master no longer carries ends the chain where it stands.
       2100-FOLLOW-ONE-LINK.
           IF WS-BR-STATUS(WS-BR-FOUND) = 'C'
               AND WS-BR-SUCCESSOR(WS-BR-FOUND) NOT = SPACES
               AND WS-BR-SUCC-DATE(WS-BR-FOUND) NOT > SUC-AS-OF-DATE
               ADD 1 TO WS-HOP-COUNT
               IF WS-HOP-COUNT > WS-HOP-LIMIT
                   SET CHAIN-ENDED TO TRUE
               ELSE
                   MOVE WS-BR-FOUND TO WS-BR-PREVIOUS
                   MOVE WS-BR-SUCCESSOR(WS-BR-FOUND) TO WS-SEARCH-CODE
                   PERFORM 3000-FIND-BRANCH
                   IF WS-BR-FOUND = ZERO
                       MOVE WS-BR-PREVIOUS TO WS-BR-FOUND
                       SET CHAIN-ENDED TO TRUE
                   END-IF
               END-IF
           ELSE
               SET CHAIN-ENDED TO TRUE
           END-IF.

       3000-FIND-BRANCH.
           MOVE ZERO TO WS-BR-FOUND
           MOVE 'N' TO WS-SCAN-SW
           PERFORM 3100-SCAN-BRANCH-TABLE
               VARYING WS-BR-SUB FROM 1 BY 1
               UNTIL WS-BR-SUB > WS-BR-COUNT
               OR WS-BR-FOUND > ZERO
               OR SCAN-PASSED.

      *    The table is in code order, so a higher code ends the
      *    search.
       3100-SCAN-BRANCH-TABLE.
           EVALUATE TRUE
               WHEN WS-BR-CODE(WS-BR-SUB) = WS-SEARCH-CODE
                   MOVE WS-BR-SUB TO WS-BR-FOUND
               WHEN WS-BR-CODE(WS-BR-SUB) > WS-SEARCH-CODE
                   SET SCAN-PASSED TO TRUE
           END-EVALUATE.

       END PROGRAM ECHOSUC.
