      *                           diagnostics stop crying wolf and
      *                           low-severity messages the shop
      *                           considers serious are counted.
      *                 Oct2026 - a report line is a job on one system:
      *                           JOBLOGF holds the logs of every
      *                           partition and the same job number
      *                           can come from more than one, so the
      *                           line breaks on JOBID and SYSNAM and
      *                           prints the system.  New parameter
      *                           PSYSNAM limits the report to one
      *                           system (blank reports them all).
      *                           The FILE1 START/READ error DISPLAYs
      *                           are split so FILE1STATUS no longer
      *                           runs past column 72.
      *
      * @
      * RECONRPT reads JOBLOGF, keyed by JOBID, from PFROMJOBID through
      * PTOJOBID and prints one line per job showing how many of that
      * job's messages carry MSGSEV 30 or higher and the MSGID/FROMPGM
      * of the first such message.  A job with no severe messages does
      * not appear on the report.  A job is a JOBID on one SYSNAM;
      * PSYSNAM, when not blank, skips every other system's records.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
            10 RULE-TAB-NEWSEV           PIC 9(02).
            10 RULE-TAB-IGNFLG           PIC X(01).
       01   WS-CURJOBID                   PIC X(26)   VALUE SPACES.
       01   WS-CURSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SEV30-COUNT                PIC 9(05)   VALUE ZEROES.
       01   WS-FIRST-SEV30-MSGID            PIC X(07)   VALUE SPACES.
       01   WS-FIRST-SEV30-FROMPGM          PIC X(10)   VALUE SPACES.
       LINKAGE SECTION.
        01 PFROMJOBID PIC X(26).
        01 PTOJOBID   PIC X(26).
        01 PSYSNAM    PIC X(08).
       PROCEDURE DIVISION USING PFROMJOBID
                                PTOJOBID
                                PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-PROCESS-JOB UNTIL EOFFILE.
                INVALID KEY SET EOFFILE TO TRUE
            END-START.
            IF NOT FILE1-OK AND NOT EOFFILE
               DISPLAY 'RECONRPT - FILE1 START ERROR, STATUS '
                       FILE1STATUS
               SET EOFFILE TO TRUE
            END-IF.
            IF NOT EOFFILE
                   AT END SET EOFFILE TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT EOFFILE
                  DISPLAY 'RECONRPT - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET EOFFILE TO TRUE
               END-IF
            END-IF.
               END-IF
            END-IF.
       2000-PROCESS-JOB.
            IF PSYSNAM = SPACES OR SYSNAM OF RECFILE = PSYSNAM
               PERFORM 2100-COUNT-MESSAGE
            END-IF.
            READ FILE1 NEXT RECORD
                AT END SET EOFFILE TO TRUE
            END-READ.
            IF NOT FILE1-OK AND NOT EOFFILE
               DISPLAY 'RECONRPT - FILE1 READ ERROR, STATUS '
                       FILE1STATUS
               SET EOFFILE TO TRUE
            END-IF.
            IF NOT EOFFILE AND JOBID OF RECFILE > PTOJOBID
               SET EOFFILE TO TRUE
            END-IF.
      *****************************************************************
      *    JOBLOGF is keyed JOBID, SYSNAM, SEQ, so one job's         *
      *    records on one system arrive together; a change of either *
      *    starts the next report line, as in JLPURGE.               *
      *****************************************************************
       2100-COUNT-MESSAGE.
            IF WS-CURJOBID = SPACES
               MOVE JOBID OF RECFILE  TO WS-CURJOBID
               MOVE SYSNAM OF RECFILE TO WS-CURSYS
            ELSE
               IF JOBID OF RECFILE NOT = WS-CURJOBID
                  OR SYSNAM OF RECFILE NOT = WS-CURSYS
                  PERFORM 2900-FLUSH-JOB
                  MOVE JOBID OF RECFILE  TO WS-CURJOBID
                  MOVE SYSNAM OF RECFILE TO WS-CURSYS
               END-IF
            END-IF.
            PERFORM 1200-GET-EFFSEV.
                  SET FIRST-SEV30-FOUND TO TRUE
               END-IF
            END-IF.
       2900-FLUSH-JOB.
            IF WS-SEV30-COUNT > 0
               MOVE WS-CURJOBID           TO JOBID OF DETAIL-O
               MOVE WS-CURSYS             TO SYSNAM OF DETAIL-O
               MOVE WS-SEV30-COUNT        TO SEV30CNT OF DETAIL-O
               MOVE WS-FIRST-SEV30-MSGID    TO SEV30MSGID OF DETAIL-O
               MOVE WS-FIRST-SEV30-FROMPGM  TO SEV30FRPGM OF DETAIL-O
