      *                           for ALERTREV are written blank/zero
      *                           here - a new alert is by definition
      *                           not yet acknowledged.
      *                 Oct2026 - each alert is stamped with the date
      *                           and time it was raised (ALTDATE/
      *                           ALTHORA) and the ESCLSCN escalation
      *                           fields start at tier zero, so the
      *                           night-long escalation scan can time
      *                           how long it has gone unacknowledged.
      *                 Oct2026 - every alert raised is also written
      *                           to EVENTF as an ALERT event for
      *                           EVTSEND to deliver to the enterprise
      *                           monitoring console.
      *                 Oct2026 - new parameter PSYSNAM: only the
      *                           job's records from that system are
      *                           scanned (the same job number can be
      *                           on file from another partition),
      *                           and the system is carried into the
      *                           ALERTF record, the ALERT event and
      *                           the break message.
      *                 Oct2026 - when EVENTF cannot be opened the
      *                           alerts are still raised; only the
      *                           ALERT events are skipped.
      *
      * @
      * WATCHSCN scans the JOBLOGF records of the job identified by
      * to the operator message queue with SNDBRKMSG.  A message that
      * matches more than one watch entry raises only the first - one
      * page per message is enough.  Run it right after JLEXTRCT for
      * the same job; JLDRIVER does exactly that.  PSYSNAM names the
      * system the job's records were collected from.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   RECORD KEY IS JOBID OF RECFILE WITH DUPLICATES
                   FILE STATUS IS FILE1STATUS.
           SELECT ALERTF ASSIGN TO DISK-ALERTF.
           SELECT EVENTF ASSIGN TO DISK-EVENTF
                   FILE STATUS IS EVTSTATUS.
       DATA DIVISION.
       FILE SECTION.
        FD WATCHLST
             LABEL RECORDS ARE STANDARD.
         01 ALERTREC.
               COPY DDS-ALL-FORMATS OF ALERTF.
        FD EVENTF
             LABEL RECORDS ARE STANDARD.
         01 EVTREC.
               COPY DDS-ALL-FORMATS OF EVENTF.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   FILE1STATUS                   PIC XX.
           88 FILE1-OK                  VALUE "00".
       01   EVTSTATUS                     PIC XX.
           88 EVT-OK                    VALUE "00".
       01   WS-EVT-OPEN                   PIC 1       VALUE B"0".
           88 EVT-OPEN                  VALUE B"1".
           88 NOT-EVT-OPEN              VALUE B"0".
       01   WS-EVT-STAMP                  PIC X(16)   VALUE SPACES.
       01   WS-CMD                        PIC X(200).
       01   WS-CMDLEN                     PIC 9(9)    COMP-4.
       01   WS-FOUND                      PIC 1       VALUE B"0".
       01   WS-WATCH-CNT                  PIC 9(03)   VALUE ZEROES.
       01   WS-IDX                        PIC 9(03)   VALUE ZEROES.
       01   WS-HITS                       PIC 9(05)   VALUE ZEROES.
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-ALTDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-ALTHORA                    PIC 9(06)   VALUE ZEROES.
       01   WATCH-TABLE.
         05 WATCH-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-WATCH-CNT.
            10 WATCH-TAB-ALERTTXT        PIC X(50).
       LINKAGE SECTION.
        01 PJOBID    PIC X(26).
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PJOBID
                                PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            IF WS-WATCH-CNT > ZEROES
            CLOSE WATCHLST.
            OPEN INPUT FILE1.
            OPEN EXTEND ALERTF.
            OPEN EXTEND EVENTF.
            IF EVT-OK
               SET EVT-OPEN TO TRUE
            ELSE
               DISPLAY 'WATCHSCN - EVENTF OPEN ERROR, STATUS '
                       EVTSTATUS
            END-IF.
            MOVE PJOBID TO JOBID OF RECFILE.
            START FILE1 KEY IS EQUAL TO JOBID OF RECFILE
                INVALID KEY SET EOFFILE TO TRUE
            END-IF.
       2000-SCAN-MSG.
            SET NOT-WATCH-HIT TO TRUE.
            IF SYSNAM OF RECFILE = PSYSNAM
               PERFORM 2050-MATCH-WATCH
            END-IF.
            READ FILE1 NEXT RECORD
                AT END SET EOFFILE TO TRUE
            END-READ.
            IF NOT EOFFILE AND JOBID OF RECFILE NOT = PJOBID
               SET EOFFILE TO TRUE
            END-IF.
       2050-MATCH-WATCH.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-WATCH-CNT OR WATCH-HIT
               IF WATCH-TAB-MSGID (WS-IDX) = MSGID OF RECFILE
                  AND (WATCH-TAB-FROMPGM (WS-IDX) = SPACES
                       OR WATCH-TAB-FROMPGM (WS-IDX)
                          = FROMPGM OF RECFILE)
                  SET WATCH-HIT TO TRUE
                  PERFORM 2100-RAISE-ALERT
               END-IF
            END-PERFORM.
       2100-RAISE-ALERT.
            MOVE JOBID OF RECFILE   TO JOBID OF ALERTREC.
            MOVE SEQ OF RECFILE     TO SEQ OF ALERTREC.
                            ACKUSER OF ALERTREC.
            MOVE ZEROES TO ACKDATE OF ALERTREC
                            ACKHORA OF ALERTREC.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-ALTDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-ALTHORA.
            MOVE WS-ALTDATE TO ALTDATE OF ALERTREC.
            MOVE WS-ALTHORA TO ALTHORA OF ALERTREC.
            MOVE ZEROES TO ESCTIER OF ALERTREC
                           ESCCNT OF ALERTREC
                           ESCDATE OF ALERTREC
                           ESCHORA OF ALERTREC.
            MOVE SPACES TO ESCCONT OF ALERTREC.
            MOVE PSYSNAM TO SYSNAM OF ALERTREC.
            WRITE ALERTREC.
            ADD 1 TO WS-HITS.
            IF EVT-OPEN
               PERFORM 2200-WRITE-EVENT
            END-IF.
      *****************************************************************
      *    An apostrophe in the operator's alert text would close the *
      *    quoted MSG(...) literal early and fail the command, so it  *
                   MSGID OF RECFILE  DELIMITED BY SIZE
                   ' IN JOB '        DELIMITED BY SIZE
                   JOBID OF RECFILE  DELIMITED BY SIZE
                   ' ON '            DELIMITED BY SIZE
                   PSYSNAM           DELIMITED BY SIZE
                   ''') TOMSGQ(QSYSOPR)' DELIMITED BY SIZE
                   INTO WS-CMD
            END-STRING.
            MOVE 200 TO WS-CMDLEN.
            CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN.
      *****************************************************************
      *    ALERT event for the monitoring feed, stamped with the     *
      *    same raise time as the ALERTF record.                     *
      *****************************************************************
       2200-WRITE-EVENT.
            MOVE FUNCTION CURRENT-DATE (1:16) TO WS-EVT-STAMP.
            MOVE WS-ALTDATE              TO EVTDATE OF EVTREC.
            MOVE WS-ALTHORA              TO EVTHORA OF EVTREC.
            MOVE WS-EVT-STAMP (15:2)     TO EVTHSEC OF EVTREC.
            MOVE 'WATCHSCN'              TO EVTSRC OF EVTREC.
            MOVE 'ALERT'                 TO EVTTYP OF EVTREC.
            MOVE JOBID OF RECFILE        TO JOBID OF EVTREC.
            MOVE JOBID OF RECFILE (17:10) TO JOBNAM OF EVTREC.
            MOVE MSGDATE OF RECFILE      TO RUNDATE OF EVTREC.
            MOVE SEQ OF RECFILE          TO SEQ OF EVTREC.
            MOVE MSGID OF RECFILE        TO MSGID OF EVTREC.
            MOVE MSGSEV OF RECFILE       TO MSGSEV OF EVTREC.
            MOVE ZEROES                  TO MSGCNT OF EVTREC.
            MOVE 'RAISED'                TO OUTCOME OF EVTREC.
            MOVE SPACES                  TO EVTUSR OF EVTREC.
            MOVE WATCH-TAB-ALERTTXT (WS-IDX) TO EVTTXT OF EVTREC.
            MOVE SPACES                  TO SNDSTS OF EVTREC.
            MOVE ZEROES                  TO RTYCNT OF EVTREC
                                            SNDDATE OF EVTREC
                                            SNDHORA OF EVTREC.
            MOVE PSYSNAM                 TO SYSNAM OF EVTREC.
            WRITE EVTREC.
            IF NOT EVT-OK
               DISPLAY 'WATCHSCN - EVENTF WRITE ERROR, STATUS '
                       EVTSTATUS
            END-IF.
       9000-TERMINATE.
            CLOSE FILE1
                  ALERTF.
            IF EVT-OPEN
               CLOSE EVENTF
            END-IF.
            IF WS-HITS > ZEROES
               DISPLAY 'WATCHSCN - ' WS-HITS ' WATCHED MESSAGE(S) IN '
                       PJOBID
