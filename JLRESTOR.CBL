      *                           it had just been extracted.  A
      *                           restore refuses to overwrite a job
      *                           that is still live in JOBLOGF.
      *                 Oct2026 - second parameter PSYSNAM names the
      *                           system whose archived copy of the
      *                           JOBID is restored (blank = the
      *                           first system archived for it); the
      *                           live check, both copy passes and
      *                           the summary rebuild only touch that
      *                           system's records, and SYSNAM is
      *                           carried back into JOBLOGF/JOBLOGFD.
      *
      * @
      * The restore is two keyed copy passes.  The JOBLOGA pass
       01   WS-STR-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-END-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-YMD                        PIC 9(08)   VALUE ZEROES.
       01   WS-RSTSYS                     PIC X(08)   VALUE SPACES.
       01   WS-LIVE-EOF                   PIC 1       VALUE B"0".
           88 LIVE-EOF                  VALUE B"1".
           88 NOT-LIVE-EOF              VALUE B"0".
       LINKAGE SECTION.
        01 PJOBID    PIC X(26).
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PJOBID PSYSNAM.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            IF JOB-EXISTS
               DISPLAY 'JLRESTOR - JOB IS LIVE IN JOBLOGF, '
                       'RESTORE REFUSED: ' PJOBID ' ' WS-RSTSYS
            ELSE
               PERFORM 2000-RESTORE-JOBLOGF
               IF NOT WRITE-ERR
                  IF NOT WRITE-ERR
                     PERFORM 8000-WRITE-SUMMARY
                     DISPLAY 'JLRESTOR - RESTORED ' WS-MSGCNT
                             ' MESSAGE(S) FOR ' PJOBID ' ' WS-RSTSYS
                  END-IF
               END-IF
            END-IF.
            OPEN I-O FILE2.
            OPEN I-O FILE3.
            OPEN I-O FILE4.
            MOVE PSYSNAM TO WS-RSTSYS.
            IF WS-RSTSYS = SPACES
               PERFORM 1100-FIND-SYSTEM
            END-IF.
      *****************************************************************
      *    Refuse to restore over a live job - a re-extract or a     *
      *    half-done restore under the same JOBID would interleave   *
      *    two copies, the exact mess JLEXTRCT's replace mode was    *
      *    built to prevent.  Only the system being restored counts. *
      *****************************************************************
            SET NOT-JOB-EXISTS TO TRUE.
            SET NOT-LIVE-EOF TO TRUE.
            MOVE PJOBID TO JOBID OF RECFILE2.
            START FILE2 KEY IS EQUAL TO JOBID OF RECFILE2
                INVALID KEY SET LIVE-EOF TO TRUE
            END-START.
            IF NOT FILE2-OK AND FILE2STATUS NOT = '23'
               DISPLAY 'JLRESTOR - FILE2 START ERROR, STATUS '
                       FILE2STATUS
            END-IF.
            IF NOT FILE2-OK
               SET LIVE-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LIVE-EOF OR JOB-EXISTS
               READ FILE2 NEXT RECORD
                   AT END SET LIVE-EOF TO TRUE
               END-READ
               IF NOT FILE2-OK OR JOBID OF RECFILE2 NOT = PJOBID
                  SET LIVE-EOF TO TRUE
               END-IF
               IF NOT LIVE-EOF
                  AND SYSNAM OF RECFILE2 = WS-RSTSYS
                  SET JOB-EXISTS TO TRUE
               END-IF
            END-PERFORM.
      *****************************************************************
      *    No system given: the first archived record of the JOBID   *
      *    says which system's copy comes back.                      *
      *****************************************************************
       1100-FIND-SYSTEM.
            MOVE PJOBID TO JOBID OF ARCREC1.
            START ARCF1 KEY IS EQUAL TO JOBID OF ARCREC1
                INVALID KEY CONTINUE
            END-START.
            IF ARC1-OK
               READ ARCF1 NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF ARC1-OK AND JOBID OF ARCREC1 = PJOBID
                  MOVE SYSNAM OF ARCREC1 TO WS-RSTSYS
               END-IF
            END-IF.
      *****************************************************************
                  SET COPY-EOF TO TRUE
               END-IF
               IF NOT COPY-EOF
                  AND SYSNAM OF ARCREC1 = WS-RSTSYS
                  PERFORM 2100-COPY-HEADER
               END-IF
            END-PERFORM.
       2100-COPY-HEADER.
            MOVE JOBID OF ARCREC1      TO JOBID OF RECFILE2.
            MOVE SYSNAM OF ARCREC1     TO SYSNAM OF RECFILE2.
            MOVE SEQ OF ARCREC1        TO SEQ OF RECFILE2.
            MOVE MSGID OF ARCREC1      TO MSGID OF RECFILE2.
            MOVE MSGTYP OF ARCREC1     TO MSGTYP OF RECFILE2.
                  SET COPY-EOF TO TRUE
               END-IF
               IF NOT COPY-EOF
                  AND SYSNAM OF ARCREC2 = WS-RSTSYS
                  MOVE JOBID OF ARCREC2     TO JOBID OF RECFILE3
                  MOVE SYSNAM OF ARCREC2    TO SYSNAM OF RECFILE3
                  MOVE SEQ OF ARCREC2       TO SEQ OF RECFILE3
                  MOVE MSGLINES OF ARCREC2  TO MSGLINES OF RECFILE3
                  MOVE SECLVLTXT OF ARCREC2 TO SECLVLTXT OF RECFILE3
            END-PERFORM.
      *****************************************************************
      *    JOBSUMF rebuild, mirroring JLEXTRCT's 8000-WRITE-SUMMARY: *
      *    any summary row left behind for the JOBID on the system   *
      *    is removed first, then one row is written from the        *
      *    values tracked during the header pass.                    *
      *****************************************************************
       8000-WRITE-SUMMARY.
            PERFORM 8100-DELETE-SUMMARY.
               MOVE ZEROES TO WS-DURSEC
            END-IF.
            MOVE PJOBID           TO JOBID OF RECFILE4.
            MOVE WS-RSTSYS        TO SYSNAM OF RECFILE4.
            MOVE WS-SUM-STRDATE   TO STRDATE OF RECFILE4.
            MOVE WS-SUM-STRHORA   TO STRHORA OF RECFILE4.
            MOVE WS-SUM-ENDDATE   TO ENDDATE OF RECFILE4.
                  SET DEL-EOF4 TO TRUE
               END-IF
               IF NOT DEL-EOF4
                  AND SYSNAM OF RECFILE4 = WS-RSTSYS
                  DELETE FILE4 RECORD
                  IF NOT FILE4-OK
                     DISPLAY 'JLRESTOR - FILE4 DELETE ERROR, STATUS '
