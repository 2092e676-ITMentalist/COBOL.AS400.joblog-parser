       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNMNT.
      * @
      * devsoftprog.AS400.joblog-parser
      * Copyright (c) 2011,2012,2013 tigo
      * MIT License (MIT)
      * @
      * THE SOFTWARE IS PROVIDED "AS IS", WITHOUT WARRANTY OF ANY KIND, EXPRESS OR
      * IMPLIED, INCLUDING BUT NOT LIMITED TO THE WARRANTIES OF MERCHANTABILITY,
      * FITNESS FOR A PARTICULAR PURPOSE AND NONINFRINGEMENT. IN NO EVENT SHALL THE
      * AUTHORS OR COPYRIGHT HOLDERS BE LIABLE FOR ANY CLAIM, DAMAGES OR OTHER
      * LIABILITY, WHETHER IN AN ACTION OF CONTRACT, TORT OR OTHERWISE, ARISING FROM,
      * OUT OF OR IN CONNECTION WITH THE SOFTWARE OR THE USE OR OTHER DEALINGS IN
      * THE SOFTWARE.
      * @
      *         change log:
      *
      *                 Oct2026 - OWNMNT written to maintain the new
      *                           JOBOWNR job-ownership file with the
      *                           same edits and audit RULEMNT gives
      *                           WATCHLST and SEVRULES: add/change/
      *                           delete in a subfile, the job name or
      *                           prefix must be a single word with
      *                           the * only at the end, duplicates
      *                           rejected, team and contact
      *                           required, and an OWNAUDF record per
      *                           change with the before and after
      *                           values.  Which team owns AR*, GL* and
      *                           WMS* now lives on file instead of in
      *                           the operators' heads.
      *
      * @
      * OWNMNT loads JOBOWNR into a subfile with the fields enterable
      * in place and processes option C (change), option D (delete)
      * and the add block under the subfile.  An entry is a full job
      * name (PAYROLL) or a generic prefix with a trailing * (AR*);
      * JLOWNER takes a full name over a prefix and the longest prefix
      * over a shorter one, so WMSREP* can carve reporting out of
      * WMS*.  An output queue library may only be given with an
      * output queue.  PROBPKT and MORNDGST read the file as it
      * stands, so nothing gets to it without passing the edits here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPSFL ASSIGN TO WORKSTATION-OWNMNTSCR
                   ORGANIZATION IS TRANSACTION
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS RELKEY
                   FILE STATUS IS SFLSTATUS.
           SELECT OWNF ASSIGN TO DISK-JOBOWNR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OWNPFX OF OWNREC WITH DUPLICATES
                   FILE STATUS IS OFILESTATUS.
           SELECT AUDITF ASSIGN TO DISK-OWNAUDF.
       DATA DIVISION.
       FILE SECTION.
        FD DSPSFL
             LABEL RECORDS ARE STANDARD.
         01 RECSFLCTL.
               COPY DDS-ALL-FORMATS OF OWNMNTSCR.
        FD OWNF
             LABEL RECORDS ARE STANDARD.
         01 OWNREC.
               COPY DDS-ALL-FORMATS OF JOBOWNR.
         88 EOFOWN                      VALUE B"1".
        FD AUDITF
             LABEL RECORDS ARE STANDARD.
         01 AUDREC.
               COPY DDS-ALL-FORMATS OF OWNAUDF.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   SFLSTATUS                     PIC 99.
       01   OFILESTATUS                   PIC XX.
           88 OFILE-OK                  VALUE "00".
       01   RELKEY                        PIC 9(04)   VALUE ZEROES.
       01   END1                          PIC 9(04)   VALUE ZEROES.
       01   WS-SFL-FULL                   PIC 1       VALUE B"0".
           88 SUBFILE-FULL              VALUE B"1".
           88 NOT-SUBFILE-FULL          VALUE B"0".
       01   WS-CHANGED                    PIC 1       VALUE B"0".
           88 FILE-CHANGED              VALUE B"1".
           88 NOT-FILE-CHANGED          VALUE B"0".
       01   WS-EDIT-OK                    PIC 1       VALUE B"0".
           88 EDIT-OK                   VALUE B"1".
           88 NOT-EDIT-OK               VALUE B"0".
       01   WS-LOC-FOUND                  PIC 1       VALUE B"0".
           88 LOC-FOUND                 VALUE B"1".
           88 NOT-LOC-FOUND             VALUE B"0".
       01   WS-LOC-EOF                    PIC 1       VALUE B"0".
           88 LOC-EOF                   VALUE B"1".
           88 NOT-LOC-EOF               VALUE B"0".
       01   WS-DUP-FOUND                  PIC 1       VALUE B"0".
           88 DUP-FOUND                 VALUE B"1".
           88 NOT-DUP-FOUND             VALUE B"0".
       01   WS-BLANK-SEEN                 PIC 1       VALUE B"0".
           88 BLANK-SEEN                VALUE B"1".
           88 NOT-BLANK-SEEN            VALUE B"0".
       01   WS-STAR-SEEN                  PIC 1       VALUE B"0".
           88 STAR-SEEN                 VALUE B"1".
           88 NOT-STAR-SEEN             VALUE B"0".
       01   WS-OWN-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-OIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-ROW                        PIC 9(04)   VALUE ZEROES.
       01   WS-DUP-SKIP                   PIC 9(04)   VALUE ZEROES.
       01   WS-CIDX                       PIC 9(02)   VALUE ZEROES.
       01   WS-ED-OWNPFX                  PIC X(10)   VALUE SPACES.
       01   WS-ED-TEAM                    PIC X(10)   VALUE SPACES.
       01   WS-ED-CONTACT                 PIC X(30)   VALUE SPACES.
       01   WS-ED-OUTQ                    PIC X(10)   VALUE SPACES.
       01   WS-ED-OUTQLIB                 PIC X(10)   VALUE SPACES.
       01   WS-ED-ESCCONT                 PIC X(30)   VALUE SPACES.
       01   WS-ORIG-OWNPFX                PIC X(10)   VALUE SPACES.
       01   WS-CHGUSER                    PIC X(10)   VALUE SPACES.
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-CHGDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-CHGHORA                    PIC 9(06)   VALUE ZEROES.
       01   WS-AUD-ACTION                 PIC X(01)   VALUE SPACE.
       01   WS-JOBI                       PIC X(100).
       01   WS-JOBI-LEN                   PIC 9(9)    COMP-4 VALUE 100.
       01   WS-JOBI-FMT                   PIC X(08)   VALUE 'JOBI0100'.
       01   WS-JOBI-JOB                   PIC X(26)   VALUE '*'.
       01   WS-JOBI-INT                   PIC X(16)   VALUE SPACES.
       01   OWN-TABLE.
         05 OWN-TAB-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-OWN-CNT.
            10 OWN-TAB-OWNPFX            PIC X(10).
            10 OWN-TAB-TEAM              PIC X(10).
            10 OWN-TAB-CONTACT           PIC X(30).
            10 OWN-TAB-OUTQ              PIC X(10).
            10 OWN-TAB-OUTQLIB           PIC X(10).
            10 OWN-TAB-ESCCONT           PIC X(30).
       01   WS-INDICATORS.
         05  IN17                   PIC 1 INDIC 17.
         05  IN18                   PIC 1 INDIC 18.
         05  IN61                   PIC 1 INDIC 61.
             88 END-SUBFILE         VALUE B"1".
             88 NOT-END-SUBFILE     VALUE B"0".
         05  IN03                   PIC 1 INDIC 03.
             88 END-PROGRAM         VALUE B"1".
             88 NOT-END-PROGRAM     VALUE B"0".
         05  IN31                   PIC 1 INDIC 31.
             88 SUBFILE-DISPLAY     VALUE B"1".
             88 NO-SUBFILE-DISPLAY  VALUE B"0".
         05  IN32                   PIC 1 INDIC 32.
             88 SUBFILE-CONTROL     VALUE B"1".
             88 NO-SUBFILE-CONTROL  VALUE B"0".
         05  IN33                   PIC 1 INDIC 33.
             88 SUBFILE-END         VALUE B"1".
             88 NOT-SUBFILE-END     VALUE B"0".
         05  IN34                   PIC 1 INDIC 34.
             88 SUBFILE-CLEAR       VALUE B"1".
             88 NOT-SUBFILE-CLEAR   VALUE B"0".
       PROCEDURE DIVISION.
       MAINPROC.
            INITIALIZE RELKEY END1.
            SET NOT-END-PROGRAM TO TRUE.
            SET NOT-FILE-CHANGED TO TRUE.
            OPEN I-O DSPSFL.
            PERFORM GETUSER.
            OPEN I-O OWNF.
            OPEN EXTEND AUDITF.
            MOVE SPACES TO MNTMSG OF RSFLCTL-O.
            PERFORM LOADOWN.
            MOVE 1 TO RELKEY.
            PERFORM SHOWSCREEN UNTIL END-PROGRAM.
            CLOSE OWNF.
            CLOSE AUDITF.
            CLOSE DSPSFL.
            GOBACK.
      *****************************************************************
      *    The maintenance session is interactive, so the qualified   *
      *    job's user portion IS the signed-on profile - QUSRJOBI     *
      *    JOBI0100 returns the job name at 9, the user at 19 and     *
      *    the number at 29 of the receiver.                          *
      *****************************************************************
       GETUSER.
            MOVE SPACES TO WS-JOBI.
            CALL 'QUSRJOBI' USING WS-JOBI
                                  WS-JOBI-LEN
                                  WS-JOBI-FMT
                                  WS-JOBI-JOB
                                  WS-JOBI-INT
                ON EXCEPTION
                   MOVE SPACES TO WS-JOBI
            END-CALL.
            MOVE WS-JOBI (19:10) TO WS-CHGUSER.
      *****************************************************************
      *    Clear and reload the subfile from JOBOWNR.  The side       *
      *    table keeps each row's ORIGINAL prefix and values so a C   *
      *    row whose prefix was overtyped can still be located on     *
      *    the file, the audit record gets the before values, and     *
      *    duplicate prefixes can be rejected without another file    *
      *    pass.                                                      *
      *****************************************************************
       LOADOWN.
            SET NO-SUBFILE-DISPLAY TO TRUE.
            SET NO-SUBFILE-CONTROL TO TRUE.
            SET NOT-SUBFILE-END TO TRUE.
            SET SUBFILE-CLEAR TO TRUE.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT IS "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            SET NOT-SUBFILE-CLEAR TO TRUE.
            MOVE ZEROES TO RELKEY END1 WS-OWN-CNT.
            SET NOT-SUBFILE-FULL TO TRUE.
            MOVE LOW-VALUES TO OWNPFX OF OWNREC.
            START OWNF KEY IS NOT LESS THAN OWNPFX OF OWNREC
                INVALID KEY SET EOFOWN TO TRUE
            END-START.
            IF NOT OFILE-OK AND NOT EOFOWN
               DISPLAY 'OWNMNT - JOBOWNR START ERROR, STATUS '
                       OFILESTATUS
               SET EOFOWN TO TRUE
            END-IF.
            PERFORM UNTIL EOFOWN OR SUBFILE-FULL
               READ OWNF NEXT RECORD
                   AT END SET EOFOWN TO TRUE
               END-READ
               IF NOT OFILE-OK AND NOT EOFOWN
                  DISPLAY 'OWNMNT - JOBOWNR READ ERROR, STATUS '
                          OFILESTATUS
                  SET EOFOWN TO TRUE
               END-IF
               IF NOT EOFOWN
                  MOVE OWNPFX OF OWNREC  TO WS-ED-OWNPFX
                  MOVE TEAM OF OWNREC    TO WS-ED-TEAM
                  MOVE CONTACT OF OWNREC TO WS-ED-CONTACT
                  MOVE OUTQ OF OWNREC    TO WS-ED-OUTQ
                  MOVE OUTQLIB OF OWNREC TO WS-ED-OUTQLIB
                  MOVE ESCCONT OF OWNREC TO WS-ED-ESCCONT
                  PERFORM WRITEOWN
               END-IF
            END-PERFORM.
            IF SUBFILE-FULL
               MOVE 'MORE THAN 1000 ENTRIES, REMAINDER NOT SHOWN'
                    TO MNTMSG OF RSFLCTL-O
            END-IF.
            SET SUBFILE-END TO TRUE.
       WRITEOWN.
            IF WS-OWN-CNT NOT < 1000
               SET SUBFILE-FULL TO TRUE
            ELSE
               MOVE SPACES         TO OPT OF RSFL-I
               MOVE WS-ED-OWNPFX   TO OWNPFX OF RSFL-I
               MOVE WS-ED-TEAM     TO TEAM OF RSFL-I
               MOVE WS-ED-CONTACT  TO CONTACT OF RSFL-I
               MOVE WS-ED-OUTQ     TO OUTQ OF RSFL-I
               MOVE WS-ED-OUTQLIB  TO OUTQLIB OF RSFL-I
               MOVE WS-ED-ESCCONT  TO ESCCONT OF RSFL-I
               ADD 1 TO RELKEY
               ADD 1 TO END1
               WRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT "RSFL"
                   INDICATORS ARE WS-INDICATORS
               IF SFLSTATUS NOT = ZEROES
                  SUBTRACT 1 FROM RELKEY
                  SUBTRACT 1 FROM END1
                  SET SUBFILE-FULL TO TRUE
               ELSE
                  ADD 1 TO WS-OWN-CNT
                  MOVE WS-ED-OWNPFX
                       TO OWN-TAB-OWNPFX (WS-OWN-CNT)
                  MOVE WS-ED-TEAM
                       TO OWN-TAB-TEAM (WS-OWN-CNT)
                  MOVE WS-ED-CONTACT
                       TO OWN-TAB-CONTACT (WS-OWN-CNT)
                  MOVE WS-ED-OUTQ
                       TO OWN-TAB-OUTQ (WS-OWN-CNT)
                  MOVE WS-ED-OUTQLIB
                       TO OWN-TAB-OUTQLIB (WS-OWN-CNT)
                  MOVE WS-ED-ESCCONT
                       TO OWN-TAB-ESCCONT (WS-OWN-CNT)
               END-IF
            END-IF.
       SHOWSCREEN.
            WRITE RECSFLCTL FORMAT IS "HEADER".
            WRITE RECSFLCTL FORMAT IS "FOOTER".
            SET SUBFILE-CONTROL TO TRUE.
            SET SUBFILE-DISPLAY TO TRUE.
            MOVE RELKEY TO RRN OF RSFLCTL-O.
            IF END1 = ZEROES
               MOVE 1 TO RRN OF RSFLCTL-O
            END-IF.
            IF IN18 = IND-ON
                MOVE END1 TO RRN OF RSFLCTL-O
            END-IF.
            IF IN17 = IND-ON
                MOVE 1 TO RRN OF RSFLCTL-O
            END-IF.
            MOVE SPACES TO AOWNPFX OF RSFLCTL-O
                            ATEAM OF RSFLCTL-O
                            ACONTACT OF RSFLCTL-O
                            AOUTQ OF RSFLCTL-O
                            AOUTQLIB OF RSFLCTL-O
                            AESCCONT OF RSFLCTL-O.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            MOVE SPACES TO MNTMSG OF RSFLCTL-O.
            READ DSPSFL
                INTO RSFLCTL-I FORMAT IS "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            IF END-PROGRAM
               CONTINUE
            ELSE
               SET NOT-FILE-CHANGED TO TRUE
               IF AOWNPFX OF RSFLCTL-I NOT = SPACES
                  PERFORM ADDOWN
               END-IF
               SET NOT-END-SUBFILE TO TRUE
               IF END1 = ZEROES
                  SET END-SUBFILE TO TRUE
               END-IF
               PERFORM READSFL UNTIL END-SUBFILE
               IF FILE-CHANGED
                  PERFORM LOADOWN
                  MOVE 1 TO RELKEY
               END-IF
            END-IF.
      *****************************************************************
      *    READ SUBFILE NEXT MODIFIED leaves the record's RRN in the  *
      *    RELATIVE KEY item, which is how the row is tied back to    *
      *    its original prefix in the side table - the operator may   *
      *    have overtyped the prefix itself on a C row.               *
      *****************************************************************
       READSFL.
            READ SUBFILE DSPSFL NEXT MODIFIED
                 INTO RSFL-I FORMAT IS 'RSFL'
                 INDICATORS ARE WS-INDICATORS
                 AT END
                   SET END-SUBFILE TO TRUE
                 NOT AT END
                   MOVE RELKEY TO WS-ROW
                   IF OPT OF RSFL-I = 'C'
                      PERFORM CHGOWN
                   ELSE
                    IF OPT OF RSFL-I = 'D'
                       PERFORM DELOWN
                    END-IF
                   END-IF
            END-READ.
       ADDOWN.
            MOVE AOWNPFX OF RSFLCTL-I   TO WS-ED-OWNPFX.
            MOVE ATEAM OF RSFLCTL-I     TO WS-ED-TEAM.
            MOVE ACONTACT OF RSFLCTL-I  TO WS-ED-CONTACT.
            MOVE AOUTQ OF RSFLCTL-I     TO WS-ED-OUTQ.
            MOVE AOUTQLIB OF RSFLCTL-I  TO WS-ED-OUTQLIB.
            MOVE AESCCONT OF RSFLCTL-I  TO WS-ED-ESCCONT.
            PERFORM EDITOWN.
            IF EDIT-OK
               MOVE ZEROES TO WS-DUP-SKIP
               PERFORM CHKDUP
               IF DUP-FOUND
                  MOVE 'JOB NAME/PREFIX ALREADY ON FILE'
                       TO MNTMSG OF RSFLCTL-O
               ELSE
                  MOVE WS-ED-OWNPFX   TO OWNPFX OF OWNREC
                  MOVE WS-ED-TEAM     TO TEAM OF OWNREC
                  MOVE WS-ED-CONTACT  TO CONTACT OF OWNREC
                  MOVE WS-ED-OUTQ     TO OUTQ OF OWNREC
                  MOVE WS-ED-OUTQLIB  TO OUTQLIB OF OWNREC
                  MOVE WS-ED-ESCCONT  TO ESCCONT OF OWNREC
                  WRITE OWNREC
                  IF NOT OFILE-OK
                     DISPLAY 'OWNMNT - JOBOWNR WRITE ERROR, '
                             'STATUS ' OFILESTATUS
                  END-IF
                  MOVE 'A' TO WS-AUD-ACTION
                  MOVE SPACES TO BEFPFX OF AUDREC
                                  BEFTEAM OF AUDREC
                                  BEFCONT OF AUDREC
                                  BEFOUTQ OF AUDREC
                                  BEFOQLIB OF AUDREC
                                  BEFESC OF AUDREC
                  PERFORM WRITEAUD
                  SET FILE-CHANGED TO TRUE
                  MOVE 'ENTRY ADDED' TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
       CHGOWN.
            MOVE OWN-TAB-OWNPFX (WS-ROW) TO WS-ORIG-OWNPFX.
            MOVE OWNPFX OF RSFL-I        TO WS-ED-OWNPFX.
            MOVE TEAM OF RSFL-I          TO WS-ED-TEAM.
            MOVE CONTACT OF RSFL-I       TO WS-ED-CONTACT.
            MOVE OUTQ OF RSFL-I          TO WS-ED-OUTQ.
            MOVE OUTQLIB OF RSFL-I       TO WS-ED-OUTQLIB.
            MOVE ESCCONT OF RSFL-I       TO WS-ED-ESCCONT.
            PERFORM EDITOWN.
            IF EDIT-OK
               MOVE WS-ROW TO WS-DUP-SKIP
               PERFORM CHKDUP
               IF DUP-FOUND
                  MOVE 'JOB NAME/PREFIX ALREADY ON FILE'
                       TO MNTMSG OF RSFLCTL-O
               ELSE
                  PERFORM LOCATEOWN
                  IF NOT LOC-FOUND
                     MOVE 'ENTRY NO LONGER ON FILE'
                          TO MNTMSG OF RSFLCTL-O
                  ELSE
                     MOVE WS-ED-OWNPFX   TO OWNPFX OF OWNREC
                     MOVE WS-ED-TEAM     TO TEAM OF OWNREC
                     MOVE WS-ED-CONTACT  TO CONTACT OF OWNREC
                     MOVE WS-ED-OUTQ     TO OUTQ OF OWNREC
                     MOVE WS-ED-OUTQLIB  TO OUTQLIB OF OWNREC
                     MOVE WS-ED-ESCCONT  TO ESCCONT OF OWNREC
                     REWRITE OWNREC
                     IF NOT OFILE-OK
                        DISPLAY 'OWNMNT - JOBOWNR REWRITE '
                                'ERROR, STATUS ' OFILESTATUS
                     END-IF
                     MOVE 'C' TO WS-AUD-ACTION
                     MOVE WS-ORIG-OWNPFX TO BEFPFX OF AUDREC
                     MOVE OWN-TAB-TEAM (WS-ROW)
                          TO BEFTEAM OF AUDREC
                     MOVE OWN-TAB-CONTACT (WS-ROW)
                          TO BEFCONT OF AUDREC
                     MOVE OWN-TAB-OUTQ (WS-ROW)
                          TO BEFOUTQ OF AUDREC
                     MOVE OWN-TAB-OUTQLIB (WS-ROW)
                          TO BEFOQLIB OF AUDREC
                     MOVE OWN-TAB-ESCCONT (WS-ROW)
                          TO BEFESC OF AUDREC
                     PERFORM WRITEAUD
                     SET FILE-CHANGED TO TRUE
                     MOVE 'ENTRY CHANGED' TO MNTMSG OF RSFLCTL-O
                  END-IF
               END-IF
            END-IF.
       DELOWN.
            MOVE OWN-TAB-OWNPFX (WS-ROW) TO WS-ORIG-OWNPFX.
            PERFORM LOCATEOWN.
            IF NOT LOC-FOUND
               MOVE 'ENTRY NO LONGER ON FILE'
                    TO MNTMSG OF RSFLCTL-O
            ELSE
               DELETE OWNF RECORD
               IF NOT OFILE-OK
                  DISPLAY 'OWNMNT - JOBOWNR DELETE ERROR, '
                          'STATUS ' OFILESTATUS
               END-IF
               MOVE 'D' TO WS-AUD-ACTION
               MOVE WS-ORIG-OWNPFX TO WS-ED-OWNPFX
               MOVE WS-ORIG-OWNPFX TO BEFPFX OF AUDREC
               MOVE OWN-TAB-TEAM (WS-ROW)    TO BEFTEAM OF AUDREC
               MOVE OWN-TAB-CONTACT (WS-ROW) TO BEFCONT OF AUDREC
               MOVE OWN-TAB-OUTQ (WS-ROW)    TO BEFOUTQ OF AUDREC
               MOVE OWN-TAB-OUTQLIB (WS-ROW) TO BEFOQLIB OF AUDREC
               MOVE OWN-TAB-ESCCONT (WS-ROW) TO BEFESC OF AUDREC
               PERFORM WRITEAUD
               SET FILE-CHANGED TO TRUE
               MOVE 'ENTRY DELETED' TO MNTMSG OF RSFLCTL-O
            END-IF.
      *****************************************************************
      *    The job name or prefix must start in position 1, hold no   *
      *    embedded blank, and carry * only as its last character     *
      *    with at least one character in front of it - a bare * or  *
      *    A*B would never match the way JLOWNER matches.  An entry   *
      *    with no team or no contact routes nothing to anybody, so   *
      *    both are required.  An output queue library without an     *
      *    output queue is almost certainly a keying slip.            *
      *****************************************************************
       EDITOWN.
            SET EDIT-OK TO TRUE.
            IF WS-ED-OWNPFX = SPACES
               SET NOT-EDIT-OK TO TRUE
               MOVE 'JOB NAME/PREFIX IS REQUIRED'
                    TO MNTMSG OF RSFLCTL-O
            ELSE
               SET NOT-BLANK-SEEN TO TRUE
               SET NOT-STAR-SEEN TO TRUE
               IF WS-ED-OWNPFX (1:1) = SPACE
                  OR WS-ED-OWNPFX (1:1) = '*'
                  SET NOT-EDIT-OK TO TRUE
               END-IF
               PERFORM VARYING WS-CIDX FROM 1 BY 1
                   UNTIL WS-CIDX > 10 OR NOT-EDIT-OK
                  IF WS-ED-OWNPFX (WS-CIDX:1) = SPACE
                     SET BLANK-SEEN TO TRUE
                  ELSE
                     IF BLANK-SEEN OR STAR-SEEN
                        SET NOT-EDIT-OK TO TRUE
                     ELSE
                        IF WS-ED-OWNPFX (WS-CIDX:1) = '*'
                           SET STAR-SEEN TO TRUE
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF NOT-EDIT-OK
                  MOVE 'ONE WORD, * ONLY AS LAST CHARACTER'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               IF WS-ED-TEAM = SPACES
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'OWNING TEAM IS REQUIRED'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               IF WS-ED-CONTACT = SPACES
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'TEAM CONTACT IS REQUIRED'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               IF WS-ED-OUTQ = SPACES
                  AND WS-ED-OUTQLIB NOT = SPACES
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'OUTQ LIBRARY GIVEN WITHOUT AN OUTQ'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
       CHKDUP.
            SET NOT-DUP-FOUND TO TRUE.
            PERFORM VARYING WS-OIDX FROM 1 BY 1
                UNTIL WS-OIDX > WS-OWN-CNT OR DUP-FOUND
               IF WS-OIDX NOT = WS-DUP-SKIP
                  AND OWN-TAB-OWNPFX (WS-OIDX) = WS-ED-OWNPFX
                  SET DUP-FOUND TO TRUE
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Position the file on the row's ORIGINAL prefix.  CHKDUP    *
      *    keeps prefixes unique, but the key is declared with        *
      *    duplicates like the other maintained files, so the START   *
      *    is followed by READ NEXT while the key still matches.      *
      *****************************************************************
       LOCATEOWN.
            SET NOT-LOC-FOUND TO TRUE.
            SET NOT-LOC-EOF TO TRUE.
            MOVE WS-ORIG-OWNPFX TO OWNPFX OF OWNREC.
            START OWNF KEY IS EQUAL TO OWNPFX OF OWNREC
                INVALID KEY SET LOC-EOF TO TRUE
            END-START.
            IF NOT OFILE-OK AND NOT LOC-EOF
               DISPLAY 'OWNMNT - JOBOWNR START ERROR, STATUS '
                       OFILESTATUS
               SET LOC-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOC-EOF OR LOC-FOUND
               READ OWNF NEXT RECORD
                   AT END SET LOC-EOF TO TRUE
               END-READ
               IF NOT OFILE-OK AND NOT LOC-EOF
                  DISPLAY 'OWNMNT - JOBOWNR READ ERROR, STATUS '
                          OFILESTATUS
                  SET LOC-EOF TO TRUE
               END-IF
               IF NOT LOC-EOF
                  IF OWNPFX OF OWNREC NOT = WS-ORIG-OWNPFX
                     SET LOC-EOF TO TRUE
                  ELSE
                     SET LOC-FOUND TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
      *****************************************************************
      *    One audit record per accepted action.  The before values   *
      *    are filled in by the caller; the after values are the      *
      *    edited fields.  For a delete the after side is blank, for  *
      *    an add the before side is.                                 *
      *****************************************************************
       WRITEAUD.
            MOVE WS-AUD-ACTION   TO ACTION OF AUDREC.
            MOVE WS-ED-OWNPFX    TO OWNPFX OF AUDREC.
            IF WS-AUD-ACTION = 'D'
               MOVE SPACES TO AFTTEAM OF AUDREC
                               AFTCONT OF AUDREC
                               AFTOUTQ OF AUDREC
                               AFTOQLIB OF AUDREC
                               AFTESC OF AUDREC
            ELSE
               MOVE WS-ED-TEAM     TO AFTTEAM OF AUDREC
               MOVE WS-ED-CONTACT  TO AFTCONT OF AUDREC
               MOVE WS-ED-OUTQ     TO AFTOUTQ OF AUDREC
               MOVE WS-ED-OUTQLIB  TO AFTOQLIB OF AUDREC
               MOVE WS-ED-ESCCONT  TO AFTESC OF AUDREC
            END-IF.
            MOVE WS-CHGUSER TO CHGUSER OF AUDREC.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-CHGDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CHGHORA.
            MOVE WS-CHGDATE TO CHGDATE OF AUDREC.
            MOVE WS-CHGHORA TO CHGHORA OF AUDREC.
            WRITE AUDREC.
