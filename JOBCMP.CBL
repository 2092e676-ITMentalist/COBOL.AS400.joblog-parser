      *                           FROMPGM differ - on one spooled
      *                           report instead of two MSFL screens
      *                           and a lot of squinting.
      *                 Oct2026 - new parameters PSYSNAMA and PSYSNAMB:
      *                           JOBLOGF holds the logs of every
      *                           partition and the same job number
      *                           can come from more than one, so each
      *                           side loads the job on its given
      *                           system only (blank takes the first
      *                           system the job is on file for, as
      *                           MSFL does).  The system prints in
      *                           the JOB A / JOB B headings.
      *
      * @
      * JOBCMP loads both jobs' JOBLOGF records into tables in SEQ
      * Nth occurrence of a MSGID in A pairs with the Nth in B.
      * Matched pairs whose MSGSEV or FROMPGM differ print as DIFF
      * lines; what is left unmatched prints as ONLY A / ONLY B.
      * Each side is one job on one system, so the same job number
      * from two partitions can be compared against itself.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01   WS-TOTDIFF                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTONLYA                   PIC 9(05)   VALUE ZEROES.
       01   WS-TOTONLYB                   PIC 9(05)   VALUE ZEROES.
       01   WS-SYSA                       PIC X(08)   VALUE SPACES.
       01   WS-SYSB                       PIC X(08)   VALUE SPACES.
       01   A-TABLE.
         05 A-TAB-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON WS-A-CNT.
       LINKAGE SECTION.
        01 PJOBIDA   PIC X(26).
        01 PJOBIDB   PIC X(26).
        01 PSYSNAMA  PIC X(08).
        01 PSYSNAMB  PIC X(08).
       PROCEDURE DIVISION USING PJOBIDA
                                PJOBIDB
                                PSYSNAMA
                                PSYSNAMB.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            PERFORM 3000-MATCH-PASS.
       1000-INITIALIZE.
            OPEN INPUT FILE1.
            OPEN OUTPUT RPTFILE.
            PERFORM 1100-GET-SYSTEMS.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE PJOBIDA TO JOBIDA OF HDRA-O.
            MOVE WS-SYSA TO SYSA OF HDRA-O.
            WRITE RPTREC FROM HDRA-O FORMAT 'HDRA'.
            MOVE PJOBIDB TO JOBIDB OF HDRB-O.
            MOVE WS-SYSB TO SYSB OF HDRB-O.
            WRITE RPTREC FROM HDRB-O FORMAT 'HDRB'.
            WRITE RPTREC FORMAT 'COLHDR'.
            PERFORM 2000-LOAD-JOBA.
            PERFORM 2100-LOAD-JOBB.
      *****************************************************************
      *    The system each side is loaded from: PSYSNAMA/PSYSNAMB, or*
      *    when blank the system of that job's first JOBLOGF record. *
      *****************************************************************
       1100-GET-SYSTEMS.
            MOVE PSYSNAMA TO WS-SYSA.
            IF WS-SYSA = SPACES
               MOVE PJOBIDA TO JOBID OF RECFILE
               START FILE1 KEY IS EQUAL TO JOBID OF RECFILE
                   INVALID KEY CONTINUE
               END-START
               IF FILE1-OK
                  READ FILE1 NEXT RECORD
                      AT END CONTINUE
                  END-READ
                  IF FILE1-OK AND JOBID OF RECFILE = PJOBIDA
                     MOVE SYSNAM OF RECFILE TO WS-SYSA
                  END-IF
               END-IF
            END-IF.
            MOVE PSYSNAMB TO WS-SYSB.
            IF WS-SYSB = SPACES
               MOVE PJOBIDB TO JOBID OF RECFILE
               START FILE1 KEY IS EQUAL TO JOBID OF RECFILE
                   INVALID KEY CONTINUE
               END-START
               IF FILE1-OK
                  READ FILE1 NEXT RECORD
                      AT END CONTINUE
                  END-READ
                  IF FILE1-OK AND JOBID OF RECFILE = PJOBIDB
                     MOVE SYSNAM OF RECFILE TO WS-SYSB
                  END-IF
               END-IF
            END-IF.
       2000-LOAD-JOBA.
            SET NOT-LOAD-EOF TO TRUE.
            MOVE PJOBIDA TO JOBID OF RECFILE.
               IF NOT LOAD-EOF AND JOBID OF RECFILE NOT = PJOBIDA
                  SET LOAD-EOF TO TRUE
               END-IF
               IF NOT LOAD-EOF AND SYSNAM OF RECFILE = WS-SYSA
                  IF WS-A-CNT < 9999
                     ADD 1 TO WS-A-CNT
                     MOVE SEQ OF RECFILE
               IF NOT LOAD-EOF AND JOBID OF RECFILE NOT = PJOBIDB
                  SET LOAD-EOF TO TRUE
               END-IF
               IF NOT LOAD-EOF AND SYSNAM OF RECFILE = WS-SYSB
                  IF WS-B-CNT < 9999
                     ADD 1 TO WS-B-CNT
                     MOVE SEQ OF RECFILE
