      *                           baseline TRENDRPT and MORNDGST
      *                           trend against, and the whole point
      *                           is that it survives this program.
      *                 Oct2026 - a job is now a JOBID on one system:
      *                           the scan breaks on SYSNAM as well,
      *                           and the archive, clear and delete
      *                           passes only touch the records of
      *                           the purged job's own system, so a
      *                           job number reused on another
      *                           partition keeps its log.  SYSNAM is
      *                           carried into JOBLOGA/JOBLOGDA.
      *                           The FILE1-3 error DISPLAYs that ran
      *                           past column 72 are split in two.
      *
      * @
      * JLPURGE deletes every JOBLOGF and JOBLOGFD record of each job
           88 NOT-ARC-EOF               VALUE B"0".
       01   WS-TOTARCF                    PIC 9(05)   VALUE ZEROES.
       01   WS-CURJOBID                   PIC X(26)   VALUE SPACES.
       01   WS-CURSYS                     PIC X(08)   VALUE SPACES.
       01   WS-STARTED                    PIC 1       VALUE B"0".
           88 JOB-STARTED               VALUE B"1".
           88 NOT-JOB-STARTED           VALUE B"0".
       01   WS-MSGCNT                     PIC 9(07)   VALUE ZEROES.
       01   WS-FRDATE                     PIC 9(07)   VALUE ZEROES.
       01   WS-FRHORA                     PIC 9(06)   VALUE ZEROES.
         05 PURGE-TAB-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON WS-PURGE-CNT.
            10 PURGE-TAB-JOBID           PIC X(26).
            10 PURGE-TAB-SYSNAM          PIC X(08).
            10 PURGE-TAB-MSGCNT          PIC 9(07).
            10 PURGE-TAB-FRDATE          PIC 9(07).
            10 PURGE-TAB-FRHORA          PIC 9(06).
            END-IF.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-SCAN-JOB UNTIL EOFFILE.
            IF JOB-STARTED
               PERFORM 2900-FLUSH-JOB
            END-IF.
            IF PURGE-TAB-FULL
                INVALID KEY SET EOFFILE TO TRUE
            END-START.
            IF NOT FILE1-OK AND NOT EOFFILE
               DISPLAY 'JLPURGE - FILE1 START ERROR, STATUS '
                       FILE1STATUS
               SET EOFFILE TO TRUE
            END-IF.
            IF NOT EOFFILE
                   AT END SET EOFFILE TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT EOFFILE
                  DISPLAY 'JLPURGE - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET EOFFILE TO TRUE
               END-IF
            END-IF.
       2000-SCAN-JOB.
            IF NOT-JOB-STARTED
               SET JOB-STARTED TO TRUE
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
            ADD 1 TO WS-MSGCNT.
               IF WS-PURGE-CNT < 9999
                  ADD 1 TO WS-PURGE-CNT
                  MOVE WS-CURJOBID TO PURGE-TAB-JOBID (WS-PURGE-CNT)
                  MOVE WS-CURSYS   TO PURGE-TAB-SYSNAM (WS-PURGE-CNT)
                  MOVE WS-MSGCNT   TO PURGE-TAB-MSGCNT (WS-PURGE-CNT)
                  MOVE WS-FRDATE   TO PURGE-TAB-FRDATE (WS-PURGE-CNT)
                  MOVE WS-FRHORA   TO PURGE-TAB-FRHORA (WS-PURGE-CNT)
      *    START/READ NEXT/DELETE loop then runs against JOBLOGF,    *
      *    JOBLOGFD and JOBSUMF in turn so all three files are       *
      *    purged of exactly the same jobs in the same run and       *
      *    TRENDRPT never reports a job whose log is gone.  Each     *
      *    loop reads every record of the JOBID but acts only on     *
      *    those of the purged job's system.                         *
      *****************************************************************
       3000-PURGE-JOB.
            SET NOT-ARC-ERR TO TRUE.
            IF ARC-ERR
               ADD 1 TO WS-TOTARCF
               DISPLAY 'JLPURGE - ARCHIVE FAILED FOR '
                       PURGE-TAB-JOBID (WS-PURGE-IDX) ' ON '
                       PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                       ', JOB NOT PURGED'
            ELSE
               PERFORM 3100-PURGE-JOBLOGF
            MOVE PURGE-TAB-FRHORA (WS-PURGE-IDX) TO FRHORA OF DETAIL-O.
            MOVE PURGE-TAB-TODATE (WS-PURGE-IDX) TO TODATE OF DETAIL-O.
            MOVE PURGE-TAB-TOHORA (WS-PURGE-IDX) TO TOHORA OF DETAIL-O.
            MOVE PURGE-TAB-SYSNAM (WS-PURGE-IDX) TO SYSNAM OF DETAIL-O.
            WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'.
            ADD 1 TO WS-TOTJOBS.
            ADD PURGE-TAB-MSGCNT (WS-PURGE-IDX) TO WS-TOTMSGS.
                INVALID KEY SET PURGE-EOF1 TO TRUE
            END-START.
            IF NOT FILE1-OK AND NOT PURGE-EOF1
               DISPLAY 'JLPURGE - FILE1 START ERROR, STATUS '
                       FILE1STATUS
               SET PURGE-EOF1 TO TRUE
            END-IF.
            PERFORM UNTIL PURGE-EOF1
                   AT END SET PURGE-EOF1 TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT PURGE-EOF1
                  DISPLAY 'JLPURGE - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET PURGE-EOF1 TO TRUE
               END-IF
               IF NOT PURGE-EOF1
                  SET PURGE-EOF1 TO TRUE
               END-IF
               IF NOT PURGE-EOF1
                  AND SYSNAM OF RECFILE
                      = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                  DELETE FILE1 RECORD
                  IF NOT FILE1-OK
                     DISPLAY 'JLPURGE - FILE1 DELETE ERROR, STATUS '
                     SET PURGE-EOF1 TO TRUE
                  END-IF
                  IF NOT PURGE-EOF1
                     AND SYSNAM OF RECFILE
                         = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                     MOVE JOBID OF RECFILE   TO JOBID OF ARCREC1
                     MOVE SYSNAM OF RECFILE  TO SYSNAM OF ARCREC1
                     MOVE SEQ OF RECFILE     TO SEQ OF ARCREC1
                     MOVE MSGID OF RECFILE   TO MSGID OF ARCREC1
                     MOVE MSGTYP OF RECFILE  TO MSGTYP OF ARCREC1
                  SET ARC-EOF TO TRUE
               END-IF
               IF NOT ARC-EOF
                  AND SYSNAM OF ARCREC1
                      = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                  DELETE ARCF1 RECORD
                  IF NOT ARC1-OK
                     DISPLAY 'JLPURGE - ARCF1 DELETE ERROR, STATUS '
                INVALID KEY SET PURGE-EOF2 TO TRUE
            END-START.
            IF NOT FILE2-OK AND NOT PURGE-EOF2
               DISPLAY 'JLPURGE - FILE2 START ERROR, STATUS '
                       FILE2STATUS
               SET PURGE-EOF2 TO TRUE
            END-IF.
            PERFORM UNTIL PURGE-EOF2
                   AT END SET PURGE-EOF2 TO TRUE
               END-READ
               IF NOT FILE2-OK AND NOT PURGE-EOF2
                  DISPLAY 'JLPURGE - FILE2 READ ERROR, STATUS '
                          FILE2STATUS
                  SET PURGE-EOF2 TO TRUE
               END-IF
               IF NOT PURGE-EOF2
                  SET PURGE-EOF2 TO TRUE
               END-IF
               IF NOT PURGE-EOF2
                  AND SYSNAM OF RECFILE2
                      = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                  DELETE FILE2 RECORD
                  IF NOT FILE2-OK
                     DISPLAY 'JLPURGE - FILE2 DELETE ERROR, STATUS '
                     SET PURGE-EOF2 TO TRUE
                  END-IF
                  IF NOT PURGE-EOF2
                     AND SYSNAM OF RECFILE2
                         = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                     MOVE JOBID OF RECFILE2 TO JOBID OF ARCREC2
                     MOVE SYSNAM OF RECFILE2
                          TO SYSNAM OF ARCREC2
                     MOVE SEQ OF RECFILE2   TO SEQ OF ARCREC2
                     MOVE MSGLINES OF RECFILE2
                          TO MSGLINES OF ARCREC2
                  SET ARC-EOF TO TRUE
               END-IF
               IF NOT ARC-EOF
                  AND SYSNAM OF ARCREC2
                      = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                  DELETE ARCF2 RECORD
                  IF NOT ARC2-OK
                     DISPLAY 'JLPURGE - ARCF2 DELETE ERROR, STATUS '
                INVALID KEY SET PURGE-EOF3 TO TRUE
            END-START.
            IF NOT FILE3-OK AND NOT PURGE-EOF3
               DISPLAY 'JLPURGE - FILE3 START ERROR, STATUS '
                       FILE3STATUS
               SET PURGE-EOF3 TO TRUE
            END-IF.
            PERFORM UNTIL PURGE-EOF3
                   AT END SET PURGE-EOF3 TO TRUE
               END-READ
               IF NOT FILE3-OK AND NOT PURGE-EOF3
                  DISPLAY 'JLPURGE - FILE3 READ ERROR, STATUS '
                          FILE3STATUS
                  SET PURGE-EOF3 TO TRUE
               END-IF
               IF NOT PURGE-EOF3
                  SET PURGE-EOF3 TO TRUE
               END-IF
               IF NOT PURGE-EOF3
                  AND SYSNAM OF RECFILE3
                      = PURGE-TAB-SYSNAM (WS-PURGE-IDX)
                  DELETE FILE3 RECORD
                  IF NOT FILE3-OK
                     DISPLAY 'JLPURGE - FILE3 DELETE ERROR, STATUS '
