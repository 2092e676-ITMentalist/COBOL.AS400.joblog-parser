      *                           WRITE so an oversize job log stops the
      *                           load cleanly instead of failing the
      *                           WRITE unnoticed
      *                 Oct2026 - the message's KNOWNERR entry, if it
      *                           has one, is shown under the text:
      *                           probable cause, operator action,
      *                           escalate-to contact and reviewed
      *                           date.  Matched on MSGID and the
      *                           sending program from the JOBLOGF
      *                           header the way SEVRULES/WATCHLST
      *                           match - a FROMPGM-qualified entry
      *                           wins over a blank one.  The load
      *                           loop's FILE1 read-error DISPLAY is
      *                           split so FILE1STATUS no longer
      *                           runs past column 72.
      *                 Oct2026 - new parameter PSYSNAM: the same job
      *                           number can be on file from more
      *                           than one partition, so the message
      *                           is the one with that SEQ on that
      *                           system (blank takes the first
      *                           system the job has it on), and the
      *                           system shows beside the message ID.
      * @
      *
       ENVIRONMENT DIVISION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE WITH DUPLICATES
                   FILE STATUS IS FILE1STATUS.
           SELECT FILE2 ASSIGN TO DISK-JOBLOGF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE2 WITH DUPLICATES
                   FILE STATUS IS FILE2STATUS.
           SELECT KBF ASSIGN TO DISK-KNOWNERR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MSGID OF KBREC WITH DUPLICATES
                   FILE STATUS IS KFILESTATUS.
       DATA DIVISION.
       FILE SECTION.
        FD DSPSFL.
         01   RECFILE.
           COPY DDS-ALL-FORMATS OF JOBLOGFD.
         88   EOFFILE                     VALUE B"1".
        FD FILE2.
         01   RECFILE2.
           COPY DDS-ALL-FORMATS OF JOBLOGF.
        FD KBF.
         01   KBREC.
           COPY DDS-ALL-FORMATS OF KNOWNERR.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   SFLSTATUS                     PIC 99.
       01   FILE1STATUS                   PIC XX.
           88 FILE1-OK                  VALUE "00".
       01   FILE2STATUS                   PIC XX.
           88 FILE2-OK                  VALUE "00".
       01   KFILESTATUS                   PIC XX.
           88 KFILE-OK                  VALUE "00".
       01   WS-FROMPGM                    PIC X(10)   VALUE SPACES.
       01   WS-SHOWSYS                    PIC X(08)   VALUE SPACES.
       01   WS-LKP-EOF                    PIC 1       VALUE B"0".
           88 LKP-EOF                   VALUE B"1".
           88 NOT-LKP-EOF               VALUE B"0".
       01   WS-LKP-FOUND                  PIC 1       VALUE B"0".
           88 LKP-FOUND                 VALUE B"1".
           88 NOT-LKP-FOUND             VALUE B"0".
       01   WS-QUAL-FOUND                 PIC 1       VALUE B"0".
           88 QUAL-KB-FOUND             VALUE B"1".
           88 NOT-QUAL-KB-FOUND         VALUE B"0".
       01   RELKEY                        PIC 9(3)    VALUE ZEROES.
       01   WS-SFL-FULL                   PIC 1       VALUE B"0".
           88 SUBFILE-FULL              VALUE B"1".
        01 SEQ1    PIC X(10).
        01 PMSGID  PIC X(07).
        01 PJOBID  PIC X(26).
        01 PSYSNAM PIC X(08).
       PROCEDURE DIVISION USING SEQ1
                                PMSGID
                                PJOBID
                                PSYSNAM.
       MAINPROC.
            COMPUTE PSEQ = FUNCTION NUMVAL(SEQ1).
            OPEN I-O DSPSFL
               END-IF
            END-IF.
            PERFORM UNTIL EOFFILE OR JOBID OF RECFILE NOT = PJOBID
                          OR (SEQ OF RECFILE = PSEQ
                              AND (PSYSNAM = SPACES
                                   OR SYSNAM OF RECFILE = PSYSNAM))
               READ FILE1 NEXT RECORD
                   AT END SET EOFFILE TO TRUE
               END-READ
                  SET EOFFILE TO TRUE
               END-IF
            END-PERFORM.
            MOVE PSYSNAM TO WS-SHOWSYS.
            IF NOT EOFFILE AND JOBID OF RECFILE = PJOBID
               MOVE SYSNAM OF RECFILE TO WS-SHOWSYS
            END-IF.
            PERFORM UNTIL EOFFILE OR SEQ OF RECFILE NOT = PSEQ
                          OR JOBID OF RECFILE NOT = PJOBID
                          OR SYSNAM OF RECFILE NOT = WS-SHOWSYS
                          OR SUBFILE-FULL
               MOVE 1 TO FIRSTCHAR
               PERFORM VARYING I FROM 1 BY 1
                        AT END SET EOFFILE TO TRUE
                  END-READ
                  IF NOT FILE1-OK AND NOT EOFFILE
                     DISPLAY 'WND - FILE1 READ ERROR, STATUS '
                             FILE1STATUS
                     SET EOFFILE TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
            SET SUBFILE-END TO TRUE.
            PERFORM GETFROMPGM.
            PERFORM GETKB.
      *     PERFORM SHOWSCREEN UNTIL END-PROGRAM.
            PERFORM SHOWSCREEN.
            CLOSE FILE1
            CLOSE DSPSFL.
            STOP RUN.
      *****************************************************************
      *    The sending program is on the JOBLOGF header, not on the  *
      *    JOBLOGFD text record, and a KNOWNERR entry may be          *
      *    qualified by it.                                           *
      *****************************************************************
       GETFROMPGM.
            MOVE SPACES TO WS-FROMPGM.
            SET NOT-LKP-EOF TO TRUE.
            SET NOT-LKP-FOUND TO TRUE.
            OPEN INPUT FILE2.
            MOVE PJOBID TO JOBID OF RECFILE2.
            START FILE2 KEY IS EQUAL TO JOBID OF RECFILE2
                INVALID KEY SET LKP-EOF TO TRUE
            END-START.
            IF NOT FILE2-OK AND NOT LKP-EOF
               DISPLAY 'WND - FILE2 START ERROR, STATUS ' FILE2STATUS
               SET LKP-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LKP-EOF OR LKP-FOUND
               READ FILE2 NEXT RECORD
                   AT END SET LKP-EOF TO TRUE
               END-READ
               IF NOT FILE2-OK AND NOT LKP-EOF
                  DISPLAY 'WND - FILE2 READ ERROR, STATUS ' FILE2STATUS
                  SET LKP-EOF TO TRUE
               END-IF
               IF NOT LKP-EOF
                  IF JOBID OF RECFILE2 NOT = PJOBID
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF SEQ OF RECFILE2 = PSEQ
                        AND SYSNAM OF RECFILE2 = WS-SHOWSYS
                        MOVE FROMPGM OF RECFILE2 TO WS-FROMPGM
                        SET LKP-FOUND TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE FILE2.
      *****************************************************************
      *    KNOWNERR entry for the message: an entry qualified by the  *
      *    sending program wins over a blank-FROMPGM one, the rule    *
      *    SEVRULES and WATCHLST already follow.                      *
      *****************************************************************
       GETKB.
            MOVE SPACES TO KBHDR OF RSFLCTL-O
                            KBCAUS OF RSFLCTL-O
                            KBACT OF RSFLCTL-O
                            KBESC OF RSFLCTL-O.
            MOVE ZEROES TO KBREV OF RSFLCTL-O.
            SET NOT-LKP-EOF TO TRUE.
            SET NOT-LKP-FOUND TO TRUE.
            SET NOT-QUAL-KB-FOUND TO TRUE.
            OPEN INPUT KBF.
            MOVE PMSGID TO MSGID OF KBREC.
            START KBF KEY IS EQUAL TO MSGID OF KBREC
                INVALID KEY SET LKP-EOF TO TRUE
            END-START.
            IF NOT KFILE-OK AND NOT LKP-EOF
               DISPLAY 'WND - KNOWNERR START ERROR, STATUS '
                       KFILESTATUS
               SET LKP-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LKP-EOF OR QUAL-KB-FOUND
               READ KBF NEXT RECORD
                   AT END SET LKP-EOF TO TRUE
               END-READ
               IF NOT KFILE-OK AND NOT LKP-EOF
                  DISPLAY 'WND - KNOWNERR READ ERROR, STATUS '
                          KFILESTATUS
                  SET LKP-EOF TO TRUE
               END-IF
               IF NOT LKP-EOF
                  IF MSGID OF KBREC NOT = PMSGID
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF FROMPGM OF KBREC = WS-FROMPGM
                        AND WS-FROMPGM NOT = SPACES
                        SET QUAL-KB-FOUND TO TRUE
                        PERFORM SHOWKB
                     ELSE
                        IF FROMPGM OF KBREC = SPACES
                           AND NOT LKP-FOUND
                           SET LKP-FOUND TO TRUE
                           PERFORM SHOWKB
                        END-IF
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE KBF.
            IF NOT LKP-FOUND AND NOT QUAL-KB-FOUND
               MOVE 'NO KNOWN-ERROR ENTRY FOR THIS MESSAGE'
                    TO KBHDR OF RSFLCTL-O
            END-IF.
       SHOWKB.
            MOVE 'KNOWN ERROR - RECOMMENDED ACTION'
                 TO KBHDR OF RSFLCTL-O.
            MOVE PROBCAUS OF KBREC TO KBCAUS OF RSFLCTL-O.
            MOVE OPRACT OF KBREC   TO KBACT OF RSFLCTL-O.
            MOVE ESCCONT OF KBREC  TO KBESC OF RSFLCTL-O.
            MOVE REVDATE OF KBREC  TO KBREV OF RSFLCTL-O.
       SHOWSCREEN.
            SET SUBFILE-CONTROL TO TRUE
            SET SUBFILE-DISPLAY TO TRUE
            MOVE 1 TO RRN OF RSFLCTL-O
            MOVE 1 TO RELKEY
            MOVE PMSGID TO SMSGID OF RSFLCTL-O
            MOVE WS-SHOWSYS TO SSYSNAM OF RSFLCTL-O
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            READ DSPSFL
