       IDENTIFICATION DIVISION.
       PROGRAM-ID. KBMNT.
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
      *                 Oct2026 - KBMNT written to maintain the new
      *                           KNOWNERR known-error knowledge base
      *                           with the same edits and audit
      *                           RULEMNT gives WATCHLST and
      *                           SEVRULES: add/change/delete in a
      *                           subfile, MSGID must look like a
      *                           real message identifier, duplicate
      *                           MSGID/FROMPGM pairs rejected, the
      *                           operator action required, and a
      *                           KBAUDF record per change with the
      *                           before and after values.  The fix
      *                           for the 03:00 CPF4131 now lives on
      *                           file instead of in a binder.
      *
      * @
      * KBMNT loads KNOWNERR into a subfile with the fields enterable
      * in place and processes option C (change), option D (delete)
      * and the add block under the subfile.  The reviewed date must
      * be a real CYYMMDD date no later than today; left at zero on
      * an add or change it is stamped with today's date, since
      * keying the entry is itself a review.  WND, PROBPKT and
      * ALERTREV read the file as it stands, so nothing gets to it
      * without passing the edits here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPSFL ASSIGN TO WORKSTATION-KBMNTSCR
                   ORGANIZATION IS TRANSACTION
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS RELKEY
                   FILE STATUS IS SFLSTATUS.
           SELECT KBF ASSIGN TO DISK-KNOWNERR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MSGID OF KBREC WITH DUPLICATES
                   FILE STATUS IS KFILESTATUS.
           SELECT AUDITF ASSIGN TO DISK-KBAUDF.
       DATA DIVISION.
       FILE SECTION.
        FD DSPSFL
             LABEL RECORDS ARE STANDARD.
         01 RECSFLCTL.
               COPY DDS-ALL-FORMATS OF KBMNTSCR.
        FD KBF
             LABEL RECORDS ARE STANDARD.
         01 KBREC.
               COPY DDS-ALL-FORMATS OF KNOWNERR.
         88 EOFKB                       VALUE B"1".
        FD AUDITF
             LABEL RECORDS ARE STANDARD.
         01 AUDREC.
               COPY DDS-ALL-FORMATS OF KBAUDF.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   SFLSTATUS                     PIC 99.
       01   KFILESTATUS                   PIC XX.
           88 KFILE-OK                  VALUE "00".
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
       01   WS-KB-CNT                     PIC 9(04)   VALUE ZEROES.
       01   WS-KIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-ROW                        PIC 9(04)   VALUE ZEROES.
       01   WS-DUP-SKIP                   PIC 9(04)   VALUE ZEROES.
       01   WS-CIDX                       PIC 9(01)   VALUE ZEROES.
       01   WS-ED-MSGID                   PIC X(07)   VALUE SPACES.
       01   WS-ED-FROMPGM                 PIC X(10)   VALUE SPACES.
       01   WS-ED-PROBCAUS                PIC X(60)   VALUE SPACES.
       01   WS-ED-OPRACT                  PIC X(60)   VALUE SPACES.
       01   WS-ED-ESCCONT                 PIC X(30)   VALUE SPACES.
       01   WS-ED-REVDATE                 PIC 9(07)   VALUE ZEROES.
       01   WS-ED-REVDATE-R REDEFINES WS-ED-REVDATE.
         05  WS-ED-REV-C                  PIC 9(01).
         05  WS-ED-REV-YY                 PIC 9(02).
         05  WS-ED-REV-MM                 PIC 9(02).
         05  WS-ED-REV-DD                 PIC 9(02).
       01   WS-ORIG-MSGID                 PIC X(07)   VALUE SPACES.
       01   WS-ORIG-FROMPGM               PIC X(10)   VALUE SPACES.
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
       01   KB-TABLE.
         05 KB-TAB-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-KB-CNT.
            10 KB-TAB-MSGID              PIC X(07).
            10 KB-TAB-FROMPGM            PIC X(10).
            10 KB-TAB-PROBCAUS           PIC X(60).
            10 KB-TAB-OPRACT             PIC X(60).
            10 KB-TAB-ESCCONT            PIC X(30).
            10 KB-TAB-REVDATE            PIC 9(07).
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
            OPEN I-O KBF.
            OPEN EXTEND AUDITF.
            MOVE SPACES TO MNTMSG OF RSFLCTL-O.
            PERFORM LOADKB.
            MOVE 1 TO RELKEY.
            PERFORM SHOWSCREEN UNTIL END-PROGRAM.
            CLOSE KBF.
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
      *    Clear and reload the subfile from KNOWNERR.  The side      *
      *    table keeps each row's ORIGINAL key and values so a C row  *
      *    whose MSGID was overtyped can still be located on the      *
      *    file, the audit record gets the before values, and         *
      *    duplicate MSGID/FROMPGM pairs can be rejected without      *
      *    another file pass.                                         *
      *****************************************************************
       LOADKB.
            SET NO-SUBFILE-DISPLAY TO TRUE.
            SET NO-SUBFILE-CONTROL TO TRUE.
            SET NOT-SUBFILE-END TO TRUE.
            SET SUBFILE-CLEAR TO TRUE.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT IS "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            SET NOT-SUBFILE-CLEAR TO TRUE.
            MOVE ZEROES TO RELKEY END1 WS-KB-CNT.
            SET NOT-SUBFILE-FULL TO TRUE.
            MOVE LOW-VALUES TO MSGID OF KBREC.
            START KBF KEY IS NOT LESS THAN MSGID OF KBREC
                INVALID KEY SET EOFKB TO TRUE
            END-START.
            IF NOT KFILE-OK AND NOT EOFKB
               DISPLAY 'KBMNT - KNOWNERR START ERROR, STATUS '
                       KFILESTATUS
               SET EOFKB TO TRUE
            END-IF.
            PERFORM UNTIL EOFKB OR SUBFILE-FULL
               READ KBF NEXT RECORD
                   AT END SET EOFKB TO TRUE
               END-READ
               IF NOT KFILE-OK AND NOT EOFKB
                  DISPLAY 'KBMNT - KNOWNERR READ ERROR, STATUS '
                          KFILESTATUS
                  SET EOFKB TO TRUE
               END-IF
               IF NOT EOFKB
                  MOVE MSGID OF KBREC    TO WS-ED-MSGID
                  MOVE FROMPGM OF KBREC  TO WS-ED-FROMPGM
                  MOVE PROBCAUS OF KBREC TO WS-ED-PROBCAUS
                  MOVE OPRACT OF KBREC   TO WS-ED-OPRACT
                  MOVE ESCCONT OF KBREC  TO WS-ED-ESCCONT
                  MOVE REVDATE OF KBREC  TO WS-ED-REVDATE
                  PERFORM WRITEKB
               END-IF
            END-PERFORM.
            IF SUBFILE-FULL
               MOVE 'MORE THAN 1000 ENTRIES, REMAINDER NOT SHOWN'
                    TO MNTMSG OF RSFLCTL-O
            END-IF.
            SET SUBFILE-END TO TRUE.
       WRITEKB.
            IF WS-KB-CNT NOT < 1000
               SET SUBFILE-FULL TO TRUE
            ELSE
               MOVE SPACES         TO OPT OF RSFL-I
               MOVE WS-ED-MSGID    TO MSGID OF RSFL-I
               MOVE WS-ED-FROMPGM  TO FROMPGM OF RSFL-I
               MOVE WS-ED-PROBCAUS TO PROBCAUS OF RSFL-I
               MOVE WS-ED-OPRACT   TO OPRACT OF RSFL-I
               MOVE WS-ED-ESCCONT  TO ESCCONT OF RSFL-I
               MOVE WS-ED-REVDATE  TO REVDATE OF RSFL-I
               ADD 1 TO RELKEY
               ADD 1 TO END1
               WRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT "RSFL"
                   INDICATORS ARE WS-INDICATORS
               IF SFLSTATUS NOT = ZEROES
                  SUBTRACT 1 FROM RELKEY
                  SUBTRACT 1 FROM END1
                  SET SUBFILE-FULL TO TRUE
               ELSE
                  ADD 1 TO WS-KB-CNT
                  MOVE WS-ED-MSGID
                       TO KB-TAB-MSGID (WS-KB-CNT)
                  MOVE WS-ED-FROMPGM
                       TO KB-TAB-FROMPGM (WS-KB-CNT)
                  MOVE WS-ED-PROBCAUS
                       TO KB-TAB-PROBCAUS (WS-KB-CNT)
                  MOVE WS-ED-OPRACT
                       TO KB-TAB-OPRACT (WS-KB-CNT)
                  MOVE WS-ED-ESCCONT
                       TO KB-TAB-ESCCONT (WS-KB-CNT)
                  MOVE WS-ED-REVDATE
                       TO KB-TAB-REVDATE (WS-KB-CNT)
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
            MOVE SPACES TO AMSGID OF RSFLCTL-O
                            AFROMPGM OF RSFLCTL-O
                            APROBCAUS OF RSFLCTL-O
                            AOPRACT OF RSFLCTL-O
                            AESCCONT OF RSFLCTL-O.
            MOVE ZEROES TO AREVDATE OF RSFLCTL-O.
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
               IF AMSGID OF RSFLCTL-I NOT = SPACES
                  PERFORM ADDKB
               END-IF
               SET NOT-END-SUBFILE TO TRUE
               IF END1 = ZEROES
                  SET END-SUBFILE TO TRUE
               END-IF
               PERFORM READSFL UNTIL END-SUBFILE
               IF FILE-CHANGED
                  PERFORM LOADKB
                  MOVE 1 TO RELKEY
               END-IF
            END-IF.
      *****************************************************************
      *    READ SUBFILE NEXT MODIFIED leaves the record's RRN in the  *
      *    RELATIVE KEY item, which is how the row is tied back to    *
      *    its original key in the side table - the operator may      *
      *    have overtyped the MSGID itself on a C row.                *
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
                      PERFORM CHGKB
                   ELSE
                    IF OPT OF RSFL-I = 'D'
                       PERFORM DELKB
                    END-IF
                   END-IF
            END-READ.
       ADDKB.
            MOVE AMSGID OF RSFLCTL-I    TO WS-ED-MSGID.
            MOVE AFROMPGM OF RSFLCTL-I  TO WS-ED-FROMPGM.
            MOVE APROBCAUS OF RSFLCTL-I TO WS-ED-PROBCAUS.
            MOVE AOPRACT OF RSFLCTL-I   TO WS-ED-OPRACT.
            MOVE AESCCONT OF RSFLCTL-I  TO WS-ED-ESCCONT.
            MOVE AREVDATE OF RSFLCTL-I  TO WS-ED-REVDATE.
            PERFORM EDITKB.
            IF EDIT-OK
               MOVE ZEROES TO WS-DUP-SKIP
               PERFORM CHKDUP
               IF DUP-FOUND
                  MOVE 'DUPLICATE MSGID/FROMPGM PAIR'
                       TO MNTMSG OF RSFLCTL-O
               ELSE
                  MOVE WS-ED-MSGID    TO MSGID OF KBREC
                  MOVE WS-ED-FROMPGM  TO FROMPGM OF KBREC
                  MOVE WS-ED-PROBCAUS TO PROBCAUS OF KBREC
                  MOVE WS-ED-OPRACT   TO OPRACT OF KBREC
                  MOVE WS-ED-ESCCONT  TO ESCCONT OF KBREC
                  MOVE WS-ED-REVDATE  TO REVDATE OF KBREC
                  WRITE KBREC
                  IF NOT KFILE-OK
                     DISPLAY 'KBMNT - KNOWNERR WRITE ERROR, '
                             'STATUS ' KFILESTATUS
                  END-IF
                  MOVE 'A' TO WS-AUD-ACTION
                  MOVE SPACES TO BEFCAUS OF AUDREC
                                  BEFACT OF AUDREC
                                  BEFESC OF AUDREC
                  MOVE ZEROES TO BEFREV OF AUDREC
                  PERFORM WRITEAUD
                  SET FILE-CHANGED TO TRUE
                  MOVE 'ENTRY ADDED' TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
       CHGKB.
            MOVE KB-TAB-MSGID (WS-ROW)   TO WS-ORIG-MSGID.
            MOVE KB-TAB-FROMPGM (WS-ROW) TO WS-ORIG-FROMPGM.
            MOVE MSGID OF RSFL-I         TO WS-ED-MSGID.
            MOVE FROMPGM OF RSFL-I       TO WS-ED-FROMPGM.
            MOVE PROBCAUS OF RSFL-I      TO WS-ED-PROBCAUS.
            MOVE OPRACT OF RSFL-I        TO WS-ED-OPRACT.
            MOVE ESCCONT OF RSFL-I       TO WS-ED-ESCCONT.
            MOVE REVDATE OF RSFL-I       TO WS-ED-REVDATE.
            PERFORM EDITKB.
            IF EDIT-OK
               MOVE WS-ROW TO WS-DUP-SKIP
               PERFORM CHKDUP
               IF DUP-FOUND
                  MOVE 'DUPLICATE MSGID/FROMPGM PAIR'
                       TO MNTMSG OF RSFLCTL-O
               ELSE
                  PERFORM LOCATEKB
                  IF NOT LOC-FOUND
                     MOVE 'ENTRY NO LONGER ON FILE'
                          TO MNTMSG OF RSFLCTL-O
                  ELSE
                     MOVE WS-ED-MSGID    TO MSGID OF KBREC
                     MOVE WS-ED-FROMPGM  TO FROMPGM OF KBREC
                     MOVE WS-ED-PROBCAUS TO PROBCAUS OF KBREC
                     MOVE WS-ED-OPRACT   TO OPRACT OF KBREC
                     MOVE WS-ED-ESCCONT  TO ESCCONT OF KBREC
                     MOVE WS-ED-REVDATE  TO REVDATE OF KBREC
                     REWRITE KBREC
                     IF NOT KFILE-OK
                        DISPLAY 'KBMNT - KNOWNERR REWRITE '
                                'ERROR, STATUS ' KFILESTATUS
                     END-IF
                     MOVE 'C' TO WS-AUD-ACTION
                     MOVE KB-TAB-PROBCAUS (WS-ROW)
                          TO BEFCAUS OF AUDREC
                     MOVE KB-TAB-OPRACT (WS-ROW)
                          TO BEFACT OF AUDREC
                     MOVE KB-TAB-ESCCONT (WS-ROW)
                          TO BEFESC OF AUDREC
                     MOVE KB-TAB-REVDATE (WS-ROW)
                          TO BEFREV OF AUDREC
                     PERFORM WRITEAUD
                     SET FILE-CHANGED TO TRUE
                     MOVE 'ENTRY CHANGED' TO MNTMSG OF RSFLCTL-O
                  END-IF
               END-IF
            END-IF.
       DELKB.
            MOVE KB-TAB-MSGID (WS-ROW)   TO WS-ORIG-MSGID.
            MOVE KB-TAB-FROMPGM (WS-ROW) TO WS-ORIG-FROMPGM.
            PERFORM LOCATEKB.
            IF NOT LOC-FOUND
               MOVE 'ENTRY NO LONGER ON FILE'
                    TO MNTMSG OF RSFLCTL-O
            ELSE
               DELETE KBF RECORD
               IF NOT KFILE-OK
                  DISPLAY 'KBMNT - KNOWNERR DELETE ERROR, '
                          'STATUS ' KFILESTATUS
               END-IF
               MOVE 'D' TO WS-AUD-ACTION
               MOVE WS-ORIG-MSGID   TO WS-ED-MSGID
               MOVE WS-ORIG-FROMPGM TO WS-ED-FROMPGM
               MOVE KB-TAB-PROBCAUS (WS-ROW) TO BEFCAUS OF AUDREC
               MOVE KB-TAB-OPRACT (WS-ROW)   TO BEFACT OF AUDREC
               MOVE KB-TAB-ESCCONT (WS-ROW)  TO BEFESC OF AUDREC
               MOVE KB-TAB-REVDATE (WS-ROW)  TO BEFREV OF AUDREC
               PERFORM WRITEAUD
               SET FILE-CHANGED TO TRUE
               MOVE 'ENTRY DELETED' TO MNTMSG OF RSFLCTL-O
            END-IF.
      *****************************************************************
      *    MSGID must look like a real message identifier - three     *
      *    letters and four letters-or-digits, no blanks - the same   *
      *    edit RULEMNT makes, since an entry under a MSGID no job    *
      *    log can carry would never be shown.  IS ALPHABETIC counts  *
      *    the blank as a letter, which is why the space test comes   *
      *    first.  An entry with no operator action is no use at      *
      *    03:00, so the action is required.                          *
      *****************************************************************
       EDITKB.
            SET EDIT-OK TO TRUE.
            IF WS-ED-MSGID = SPACES
               SET NOT-EDIT-OK TO TRUE
               MOVE 'MSGID IS REQUIRED' TO MNTMSG OF RSFLCTL-O
            ELSE
               PERFORM VARYING WS-CIDX FROM 1 BY 1
                   UNTIL WS-CIDX > 7 OR NOT-EDIT-OK
                  IF WS-ED-MSGID (WS-CIDX:1) = SPACE
                     SET NOT-EDIT-OK TO TRUE
                  ELSE
                     IF WS-CIDX < 4
                        IF WS-ED-MSGID (WS-CIDX:1)
                           IS NOT ALPHABETIC
                           SET NOT-EDIT-OK TO TRUE
                        END-IF
                     ELSE
                        IF WS-ED-MSGID (WS-CIDX:1) IS NOT NUMERIC
                           AND WS-ED-MSGID (WS-CIDX:1)
                               IS NOT ALPHABETIC
                           SET NOT-EDIT-OK TO TRUE
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF NOT-EDIT-OK
                  MOVE 'MSGID MUST BE 3 LETTERS THEN 4 LTRS/DIGITS'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               IF WS-ED-OPRACT = SPACES
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'OPERATOR ACTION IS REQUIRED'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD
               COMPUTE WS-CHGDATE = WS-NOW-YMD - 19000000
               IF WS-ED-REVDATE = ZEROES
                  MOVE WS-CHGDATE TO WS-ED-REVDATE
               ELSE
                  IF WS-ED-REV-C > 1
                     OR WS-ED-REV-MM < 1 OR WS-ED-REV-MM > 12
                     OR WS-ED-REV-DD < 1 OR WS-ED-REV-DD > 31
                     SET NOT-EDIT-OK TO TRUE
                     MOVE 'REVIEWED DATE MUST BE CYYMMDD'
                          TO MNTMSG OF RSFLCTL-O
                  ELSE
                     IF WS-ED-REVDATE > WS-CHGDATE
                        SET NOT-EDIT-OK TO TRUE
                        MOVE 'REVIEWED DATE IS IN THE FUTURE'
                             TO MNTMSG OF RSFLCTL-O
                     END-IF
                  END-IF
               END-IF
            END-IF.
       CHKDUP.
            SET NOT-DUP-FOUND TO TRUE.
            PERFORM VARYING WS-KIDX FROM 1 BY 1
                UNTIL WS-KIDX > WS-KB-CNT OR DUP-FOUND
               IF WS-KIDX NOT = WS-DUP-SKIP
                  AND KB-TAB-MSGID (WS-KIDX) = WS-ED-MSGID
                  AND KB-TAB-FROMPGM (WS-KIDX) = WS-ED-FROMPGM
                  SET DUP-FOUND TO TRUE
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Position the file on the row's ORIGINAL MSGID/FROMPGM      *
      *    pair.  MSGID keys allow duplicates (one entry per sender   *
      *    qualifier), so the START is followed by READ NEXT until    *
      *    the FROMPGM matches too.                                   *
      *****************************************************************
       LOCATEKB.
            SET NOT-LOC-FOUND TO TRUE.
            SET NOT-LOC-EOF TO TRUE.
            MOVE WS-ORIG-MSGID TO MSGID OF KBREC.
            START KBF KEY IS EQUAL TO MSGID OF KBREC
                INVALID KEY SET LOC-EOF TO TRUE
            END-START.
            IF NOT KFILE-OK AND NOT LOC-EOF
               DISPLAY 'KBMNT - KNOWNERR START ERROR, STATUS '
                       KFILESTATUS
               SET LOC-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOC-EOF OR LOC-FOUND
               READ KBF NEXT RECORD
                   AT END SET LOC-EOF TO TRUE
               END-READ
               IF NOT KFILE-OK AND NOT LOC-EOF
                  DISPLAY 'KBMNT - KNOWNERR READ ERROR, STATUS '
                          KFILESTATUS
                  SET LOC-EOF TO TRUE
               END-IF
               IF NOT LOC-EOF
                  IF MSGID OF KBREC NOT = WS-ORIG-MSGID
                     SET LOC-EOF TO TRUE
                  ELSE
                     IF FROMPGM OF KBREC = WS-ORIG-FROMPGM
                        SET LOC-FOUND TO TRUE
                     END-IF
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
            MOVE WS-ED-MSGID     TO MSGID OF AUDREC.
            MOVE WS-ED-FROMPGM   TO FROMPGM OF AUDREC.
            IF WS-AUD-ACTION = 'D'
               MOVE SPACES TO AFTCAUS OF AUDREC
                               AFTACT OF AUDREC
                               AFTESC OF AUDREC
               MOVE ZEROES TO AFTREV OF AUDREC
            ELSE
               MOVE WS-ED-PROBCAUS TO AFTCAUS OF AUDREC
               MOVE WS-ED-OPRACT   TO AFTACT OF AUDREC
               MOVE WS-ED-ESCCONT  TO AFTESC OF AUDREC
               MOVE WS-ED-REVDATE  TO AFTREV OF AUDREC
            END-IF.
            MOVE WS-CHGUSER TO CHGUSER OF AUDREC.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-CHGDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-CHGHORA.
            MOVE WS-CHGDATE TO CHGDATE OF AUDREC.
            MOVE WS-CHGHORA TO CHGHORA OF AUDREC.
            WRITE AUDREC.
