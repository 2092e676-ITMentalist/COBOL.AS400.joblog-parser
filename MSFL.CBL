      *                           showing a half-loaded log whose
      *                           FOOTER counts would then be
      *                           reported as fact.
      *                 Oct2026 - new parameter PSYSNAM: JOBLOGF holds
      *                           the logs of every partition and the
      *                           same job number can come from more
      *                           than one, so the list, the FOOTER
      *                           counts and the extraction-marker
      *                           check cover the job on that system
      *                           only (blank takes the first system
      *                           the job is on file for).  The
      *                           system shows under the message line
      *                           and is passed on to WND.  The
      *                           LOADBATCH read-error DISPLAY is
      *                           split so FILE1STATUS no longer runs
      *                           past column 72.
      * @
      *
       ENVIRONMENT DIVISION.
       01   BATCH-COUNT                   PIC 9(03)   VALUE ZEROES.
       01   EXPBUF                        PIC X(120)  VALUE SPACES.
       01   SEQ1                          PIC X(10).
       01   WS-SYSNAM                     PIC X(08)   VALUE SPACES.
       01   FILT-SEV                      PIC 9(02)   VALUE ZEROES.
       01   FILT-TYP                      PIC X(10)   VALUE SPACES.
       01   FILT-FRDATE                   PIC 9(07)   VALUE ZEROES.
            10 SEQ-TAB-RRN               PIC 9(10).
       LINKAGE SECTION.
       01   PJOBID                        PIC X(26).
       01   PSYSNAM                       PIC X(08).
       PROCEDURE DIVISION USING PJOBID
                                PSYSNAM.
       MAINPROC.
            INITIALIZE RELKEY END1
            MOVE ZEROES TO POSSEQ OF RSFLCTL-I
            SET NOT-SUBFILE-CLEAR TO TRUE.
            PERFORM PROMPTSEL.
            IF NOT END-PROGRAM
               PERFORM GETSYSTEM
               PERFORM CHKEXTR
               IF EXTR-IN-PROG
                  SET EOFFILE TO TRUE
            CLOSE EXPFILE.
            GOBACK.
      *****************************************************************
      *    The system whose copy of the job is listed: PSYSNAM, or   *
      *    when blank the system of the job's first JOBLOGF record.  *
      *****************************************************************
       GETSYSTEM.
            MOVE PSYSNAM TO WS-SYSNAM.
            IF WS-SYSNAM = SPACES
               MOVE PJOBID TO JOBID OF RECFILE
               START FILE1 KEY IS EQUAL TO JOBID OF RECFILE
                   INVALID KEY CONTINUE
               END-START
               IF FILE1-OK
                  READ FILE1 NEXT RECORD
                      AT END CONTINUE
                  END-READ
                  IF FILE1-OK AND JOBID OF RECFILE = PJOBID
                     MOVE SYSNAM OF RECFILE TO WS-SYSNAM
                  END-IF
               END-IF
            END-IF.
            MOVE WS-SYSNAM TO SFLSYS OF RSFLCTL-O.
      *****************************************************************
      *    A JLXSTSF marker of I for the job means JLEXTRCT is (or   *
      *    died) mid-replace - the log on file is partial and must   *
      *    not be shown as if it were the whole story.               *
            END-READ.
            PERFORM UNTIL EOFSTS OR EXTR-IN-PROG
               IF JOBID OF STSREC = PJOBID
                  AND SYSNAM OF STSREC = WS-SYSNAM
                  AND XSTS OF STSREC = 'I'
                  SET EXTR-IN-PROG TO TRUE
               END-IF
            PERFORM UNTIL TALLY-EOF OR JOBID OF RECFILE NOT = PJOBID
               PERFORM GETEFFSEV
               IF NOT EFF-IGNORED
                  AND SYSNAM OF RECFILE = WS-SYSNAM
                  AND WS-EFFSEV NOT < FILT-SEV
                  AND (FILT-TYP = SPACES
                       OR MSGTYP OF RECFILE = FILT-TYP)
            PERFORM UNTIL EOFFILE OR BATCH-COUNT NOT < LOAD-BATCH
                          OR SUBFILE-FULL
               PERFORM GETEFFSEV
               IF SYSNAM OF RECFILE = WS-SYSNAM
                  AND WS-EFFSEV NOT < FILT-SEV
                  AND (FILT-TYP = SPACES
                       OR MSGTYP OF RECFILE = FILT-TYP)
                  AND (FILT-FRDATE = ZEROES
                      AT END SET EOFFILE TO TRUE
                  END-READ
                  IF NOT FILE1-OK AND NOT EOFFILE
                     DISPLAY 'MSFL - FILE1 READ ERROR, STATUS '
                             FILE1STATUS
                     SET EOFFILE TO TRUE
                  END-IF
                  IF NOT EOFFILE AND JOBID OF RECFILE NOT = PJOBID
                    CALL 'WND' USING SEQ1
                                     MSGID OF RSFL-I
                                     PJOBID
                                     WS-SYSNAM
                   ELSE
                    IF OPT OF RSFL-I = 'P'
                     MOVE SPACES TO OPT OF RSFL-I
