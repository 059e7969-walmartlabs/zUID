      ** operator types the transaction id.  Probe records are          **
      ** deleted in the same task; a leftover probe from a crashed     **
      ** prior check just gets deleted by the next one.                **
      **                                                               **
      ** A scheduled start (neither URIMAP nor terminal) also writes   **
      ** the HEALTH and RTRYQ summary records for the morning          **
      ** scorecard (see copy/ZUIDSCS.cpy) to the SUMX queue - the      **
      ** dashboard's polling does not, or it would bury the morning's  **
      ** record under a day of identical ones.                         **
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-WORST-RANK                PIC 9(01) VALUE ZERO.
       01  WS-OVERALL-COLOR             PIC X(05).

      **------------------------------------------------------------*
      ** Scorecard summary records - see Z2000.  C1000 counts the    *
      ** RED and AMBER components and keeps the first of the worst;  *
      ** B6000 keeps the retry-queue verdict for its own record.     *
      **------------------------------------------------------------*
           COPY ZUIDSCS.

       01  WS-RED-COMPS                 PIC 9(05) VALUE ZERO.
       01  WS-AMBER-COMPS               PIC 9(05) VALUE ZERO.
       01  WS-WORST-COMP                PIC X(08) VALUE SPACES.
       01  WS-WORST-DETAIL              PIC X(50) VALUE SPACES.
       01  WS-RTRY-DEPTH                PIC S9(04) COMP VALUE ZERO.
       01  WS-RTRY-COLOR                PIC X(05).
       01  WS-RTRY-DETAIL               PIC X(50).
       01  WS-WEB-RESP                  PIC S9(08) COMP.

       01  WS-ED4                       PIC ZZZ9.

      **------------------------------------------------------------*
           PERFORM B7000-CHECK-EXTRACT     THRU B7000-EXIT.
           PERFORM B8000-CHECK-MQPATH      THRU B8000-EXIT.
           PERFORM Z1000-SEND-RESPONSE     THRU Z1000-EXIT.
           PERFORM Z2000-WRITE-CHECK-SUMMARY THRU Z2000-EXIT.
           EXEC CICS RETURN
           END-EXEC.

                 MOVE 'GREEN'            TO WS-COMP-COLOR
                 MOVE 'NO PARKED USAGE WRITES' TO WS-COMP-DETAIL
           END-EVALUATE.
           MOVE WS-Q-NUMITEMS            TO WS-RTRY-DEPTH.
           MOVE WS-COMP-COLOR            TO WS-RTRY-COLOR.
           MOVE WS-COMP-DETAIL           TO WS-RTRY-DETAIL.
           PERFORM C1000-REPORT-COMPONENT THRU C1000-EXIT.

       B6000-EXIT.
           END-EVALUATE.
           IF WS-COMP-RANK > WS-WORST-RANK
              MOVE WS-COMP-RANK          TO WS-WORST-RANK
              MOVE WS-COMP-NAME          TO WS-WORST-COMP
              MOVE WS-COMP-DETAIL        TO WS-WORST-DETAIL
           END-IF.
           EVALUATE WS-COMP-RANK
              WHEN 2
                 ADD 1                   TO WS-RED-COMPS
              WHEN 1
                 ADD 1                   TO WS-AMBER-COMPS
           END-EVALUATE.

       C1000-EXIT.
           EXIT.
                STATUSTEXT( WS-STATUS-TEXT )
                NOHANDLE
           END-EXEC.
           MOVE EIBRESP                  TO WS-WEB-RESP.

           IF EIBRESP NOT = DFHRESP(NORMAL)
              AND WS-STARTCODE(1:1) = 'T'

       Z1000-EXIT.
           EXIT.

      ******************************************************************
      * Scheduled start only: the HEALTH record (components not GREEN, *
      * the first of the worst named) and the RTRYQ record (ZUSGRTRY   *
      * depth, colored by B6000's marks) on the SUMX queue.            *
      ******************************************************************

       Z2000-WRITE-CHECK-SUMMARY.

           IF WS-WEB-RESP = DFHRESP(NORMAL)
              OR WS-STARTCODE(1:1) = 'T'
              GO TO Z2000-EXIT
           END-IF.

           MOVE SPACES                   TO ZUIDSCS-RECORD.
           SET SCS-CHECK-HEALTH          TO TRUE.
           MOVE 'UIDHLT'                 TO SCS-SOURCE.
           MOVE WS-RUN-DATE              TO SCS-RUN-DATE.
           MOVE WS-RUN-TIME              TO SCS-RUN-TIME.
           COMPUTE SCS-MEASURE = WS-RED-COMPS + WS-AMBER-COMPS.
           MOVE WS-RED-COMPS             TO SCS-RED-COUNT.
           MOVE WS-AMBER-COMPS           TO SCS-AMBER-COUNT.
           IF WS-WORST-RANK > ZERO
              MOVE WS-WORST-COMP         TO SCS-SUBJECT
              MOVE WS-WORST-DETAIL       TO SCS-DETAIL
           ELSE
              MOVE 'ALL COMPONENTS GREEN' TO SCS-DETAIL
           END-IF.
           EXEC CICS WRITEQ TD
                QUEUE ( 'SUMX' )
                FROM  ( ZUIDSCS-RECORD )
                LENGTH( LENGTH OF ZUIDSCS-RECORD )
                NOHANDLE
           END-EXEC.

           MOVE SPACES                   TO ZUIDSCS-RECORD.
           SET SCS-CHECK-RTRYQ           TO TRUE.
           MOVE 'UIDHLT'                 TO SCS-SOURCE.
           MOVE WS-RUN-DATE              TO SCS-RUN-DATE.
           MOVE WS-RUN-TIME              TO SCS-RUN-TIME.
           MOVE WS-RTRY-DEPTH            TO SCS-MEASURE.
           MOVE ZERO                     TO SCS-RED-COUNT.
           MOVE ZERO                     TO SCS-AMBER-COUNT.
           EVALUATE WS-RTRY-COLOR
              WHEN 'RED'
                 MOVE 1                  TO SCS-RED-COUNT
              WHEN 'AMBER'
                 MOVE 1                  TO SCS-AMBER-COUNT
           END-EVALUATE.
           MOVE 'ZUSGRTRY'               TO SCS-SUBJECT.
           MOVE WS-RTRY-DETAIL           TO SCS-DETAIL.
           EXEC CICS WRITEQ TD
                QUEUE ( 'SUMX' )
                FROM  ( ZUIDSCS-RECORD )
                LENGTH( LENGTH OF ZUIDSCS-RECORD )
                NOHANDLE
           END-EXEC.

       Z2000-EXIT.
           EXIT.
