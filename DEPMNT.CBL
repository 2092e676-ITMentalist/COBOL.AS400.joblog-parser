       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPMNT.
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
      *                 Oct2026 - DEPMNT written to maintain the new
      *                           JOBDEPF job dependency file the
      *                           way RULEMNT maintains WATCHLST and
      *                           SEVRULES: add/change/delete in a
      *                           subfile, every entry edited before
      *                           it gets to the file.  Both job
      *                           names must be on EXPSCHD, a pair
      *                           may only be entered once, and a
      *                           dependency that would close a
      *                           cycle is refused.  Rows already on
      *                           file that break either rule are
      *                           flagged NOSCHD or CYCLE on the
      *                           screen.
      *
      * @
      * DEPMNT loads EXPSCHD's job names and the whole of JOBDEPF into
      * side tables, then shows one subfile row per dependency with
      * its error flag, and processes option C (change), option D
      * (delete) and the add line under the subfile.  A pair closes a
      * cycle when its predecessor already waits, directly or through
      * other jobs, on its successor - CHKCYCLE walks the predecessor
      * chains back from the predecessor looking for the successor.
      * CRITPATH follows those chains too, so a cycle on file would
      * have it chasing its own tail.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPSFL ASSIGN TO WORKSTATION-DEPMNTSCR
                   ORGANIZATION IS TRANSACTION
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS RELKEY
                   FILE STATUS IS SFLSTATUS.
           SELECT DEPF ASSIGN TO DISK-JOBDEPF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUCCNAM OF DEPREC WITH DUPLICATES
                   FILE STATUS IS DFILESTATUS.
           SELECT SCHDF ASSIGN TO DISK-EXPSCHD.
       DATA DIVISION.
       FILE SECTION.
        FD DSPSFL
             LABEL RECORDS ARE STANDARD.
         01 RECSFLCTL.
               COPY DDS-ALL-FORMATS OF DEPMNTSCR.
        FD DEPF
             LABEL RECORDS ARE STANDARD.
         01 DEPREC.
               COPY DDS-ALL-FORMATS OF JOBDEPF.
        FD SCHDF
             LABEL RECORDS ARE STANDARD.
         01 SCHDREC.
               COPY DDS-ALL-FORMATS OF EXPSCHD.
         88 EOFSCHD                     VALUE B"1".
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   SFLSTATUS                     PIC 99.
       01   DFILESTATUS                   PIC XX.
           88 DFILE-OK                  VALUE "00".
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
       01   WS-CYC-FOUND                  PIC 1       VALUE B"0".
           88 CYCLE-FOUND               VALUE B"1".
           88 NOT-CYCLE-FOUND           VALUE B"0".
       01   WS-SCHD-FOUND                 PIC 1       VALUE B"0".
           88 SCHD-FOUND                VALUE B"1".
           88 NOT-SCHD-FOUND            VALUE B"0".
       01   WS-RCH-FOUND                  PIC 1       VALUE B"0".
           88 RCH-FOUND                 VALUE B"1".
           88 NOT-RCH-FOUND             VALUE B"0".
       01   WS-LOAD-EOF                   PIC 1       VALUE B"0".
           88 LOAD-EOF                  VALUE B"1".
           88 NOT-LOAD-EOF              VALUE B"0".
       01   WS-DEP-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-DIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-ROW                        PIC 9(04)   VALUE ZEROES.
       01   WS-DUP-SKIP                   PIC 9(04)   VALUE ZEROES.
       01   WS-DIDX-SAVE                  PIC 9(04)   VALUE ZEROES.
       01   WS-SCHD-CNT                   PIC 9(03)   VALUE ZEROES.
       01   WS-SIDX                       PIC 9(03)   VALUE ZEROES.
       01   WS-RCH-CNT                    PIC 9(03)   VALUE ZEROES.
       01   WS-RIDX                       PIC 9(03)   VALUE ZEROES.
       01   WS-RIDX2                      PIC 9(03)   VALUE ZEROES.
       01   WS-CHK-NAME                   PIC X(10)   VALUE SPACES.
       01   WS-ED-SUCCNAM                 PIC X(10)   VALUE SPACES.
       01   WS-ED-PREDNAM                 PIC X(10)   VALUE SPACES.
       01   WS-ORIG-SUCCNAM               PIC X(10)   VALUE SPACES.
       01   WS-ORIG-PREDNAM               PIC X(10)   VALUE SPACES.
       01   SCHD-TABLE.
         05 SCHD-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-SCHD-CNT.
            10 SCHD-TAB-JOBNAM           PIC X(10).
       01   DEP-TABLE.
         05 DEP-TAB-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-DEP-CNT.
            10 DEP-TAB-SUCCNAM           PIC X(10).
            10 DEP-TAB-PREDNAM           PIC X(10).
       01   RCH-TABLE.
         05 RCH-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-RCH-CNT.
            10 RCH-TAB-JOBNAM            PIC X(10).
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
            PERFORM LOADSCHD.
            OPEN I-O DEPF.
            MOVE SPACES TO MNTMSG OF RSFLCTL-O.
            PERFORM LOADDEPS.
            MOVE 1 TO RELKEY.
            PERFORM SHOWSCREEN UNTIL END-PROGRAM.
            CLOSE DEPF.
            CLOSE DSPSFL.
            GOBACK.
       LOADSCHD.
            OPEN INPUT SCHDF.
            READ SCHDF
                AT END SET EOFSCHD TO TRUE
            END-READ.
            PERFORM UNTIL EOFSCHD OR WS-SCHD-CNT NOT < 500
               ADD 1 TO WS-SCHD-CNT
               MOVE JOBNAM OF SCHDREC TO SCHD-TAB-JOBNAM (WS-SCHD-CNT)
               READ SCHDF
                   AT END SET EOFSCHD TO TRUE
               END-READ
            END-PERFORM.
            IF NOT EOFSCHD
               DISPLAY 'DEPMNT - MORE THAN 500 EXPSCHD ENTRIES, '
                       'REMAINDER IGNORED'
            END-IF.
            CLOSE SCHDF.
      *****************************************************************
      *    Clear and reload the subfile from JOBDEPF.  The whole file *
      *    goes into the side table first - the CYCLE flag on a row   *
      *    depends on every other row - and the table keeps each      *
      *    row's ORIGINAL pair so a C row whose names were overtyped  *
      *    can still be located on the file.                          *
      *****************************************************************
       LOADDEPS.
            SET NO-SUBFILE-DISPLAY TO TRUE.
            SET NO-SUBFILE-CONTROL TO TRUE.
            SET NOT-SUBFILE-END TO TRUE.
            SET SUBFILE-CLEAR TO TRUE.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT IS "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            SET NOT-SUBFILE-CLEAR TO TRUE.
            MOVE ZEROES TO RELKEY END1 WS-DEP-CNT.
            SET NOT-SUBFILE-FULL TO TRUE.
            SET NOT-LOAD-EOF TO TRUE.
            MOVE LOW-VALUES TO SUCCNAM OF DEPREC.
            START DEPF KEY IS NOT LESS THAN SUCCNAM OF DEPREC
                INVALID KEY SET LOAD-EOF TO TRUE
            END-START.
            IF NOT DFILE-OK AND NOT LOAD-EOF
               DISPLAY 'DEPMNT - JOBDEPF START ERROR, STATUS '
                       DFILESTATUS
               SET LOAD-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOAD-EOF OR SUBFILE-FULL
               READ DEPF NEXT RECORD
                   AT END SET LOAD-EOF TO TRUE
               END-READ
               IF NOT DFILE-OK AND NOT LOAD-EOF
                  DISPLAY 'DEPMNT - JOBDEPF READ ERROR, STATUS '
                          DFILESTATUS
                  SET LOAD-EOF TO TRUE
               END-IF
               IF NOT LOAD-EOF
                  IF WS-DEP-CNT NOT < 2000
                     SET SUBFILE-FULL TO TRUE
                  ELSE
                     ADD 1 TO WS-DEP-CNT
                     MOVE SUCCNAM OF DEPREC
                          TO DEP-TAB-SUCCNAM (WS-DEP-CNT)
                     MOVE PREDNAM OF DEPREC
                          TO DEP-TAB-PREDNAM (WS-DEP-CNT)
                  END-IF
               END-IF
            END-PERFORM.
            PERFORM WRITEDEP
                VARYING WS-DIDX FROM 1 BY 1
                UNTIL WS-DIDX > WS-DEP-CNT.
            IF SUBFILE-FULL
               MOVE 'MORE THAN 2000 ENTRIES, REMAINDER NOT SHOWN'
                    TO MNTMSG OF RSFLCTL-O
            END-IF.
            SET SUBFILE-END TO TRUE.
       WRITEDEP.
            MOVE DEP-TAB-SUCCNAM (WS-DIDX) TO WS-ED-SUCCNAM.
            MOVE DEP-TAB-PREDNAM (WS-DIDX) TO WS-ED-PREDNAM.
            MOVE SPACES TO DEPFLG OF RSFL-I.
            MOVE WS-ED-SUCCNAM TO WS-CHK-NAME.
            PERFORM CHKSCHD.
            IF SCHD-FOUND
               MOVE WS-ED-PREDNAM TO WS-CHK-NAME
               PERFORM CHKSCHD
            END-IF.
            IF NOT SCHD-FOUND
               MOVE 'NOSCHD' TO DEPFLG OF RSFL-I
            ELSE
               MOVE WS-DIDX TO WS-DUP-SKIP
               PERFORM CHKCYCLE
               IF CYCLE-FOUND
                  MOVE 'CYCLE' TO DEPFLG OF RSFL-I
               END-IF
            END-IF.
            MOVE SPACES        TO OPT OF RSFL-I.
            MOVE WS-ED-SUCCNAM TO SUCCNAM OF RSFL-I.
            MOVE WS-ED-PREDNAM TO PREDNAM OF RSFL-I.
            ADD 1 TO RELKEY.
            ADD 1 TO END1.
            WRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT "RSFL"
                INDICATORS ARE WS-INDICATORS.
            IF SFLSTATUS NOT = ZEROES
               SUBTRACT 1 FROM RELKEY
               SUBTRACT 1 FROM END1
               SET SUBFILE-FULL TO TRUE
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
            MOVE SPACES TO ASUCCNAM OF RSFLCTL-O
                            APREDNAM OF RSFLCTL-O.
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
               IF ASUCCNAM OF RSFLCTL-I NOT = SPACES
                  OR APREDNAM OF RSFLCTL-I NOT = SPACES
                  PERFORM ADDDEP
               END-IF
               SET NOT-END-SUBFILE TO TRUE
               IF END1 = ZEROES
                  SET END-SUBFILE TO TRUE
               END-IF
               PERFORM READSFL UNTIL END-SUBFILE
               IF FILE-CHANGED
                  PERFORM LOADDEPS
                  MOVE 1 TO RELKEY
               END-IF
            END-IF.
      *****************************************************************
      *    READ SUBFILE NEXT MODIFIED leaves the record's RRN in the  *
      *    RELATIVE KEY item, which ties the row back to its original *
      *    pair in the side table.                                    *
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
                      PERFORM CHGDEP
                   ELSE
                    IF OPT OF RSFL-I = 'D'
                       PERFORM DELDEP
                    END-IF
                   END-IF
            END-READ.
       ADDDEP.
            MOVE ASUCCNAM OF RSFLCTL-I TO WS-ED-SUCCNAM.
            MOVE APREDNAM OF RSFLCTL-I TO WS-ED-PREDNAM.
            MOVE ZEROES TO WS-DUP-SKIP.
            PERFORM EDITDEP.
            IF EDIT-OK
               MOVE WS-ED-SUCCNAM TO SUCCNAM OF DEPREC
               MOVE WS-ED-PREDNAM TO PREDNAM OF DEPREC
               WRITE DEPREC
               IF NOT DFILE-OK
                  DISPLAY 'DEPMNT - JOBDEPF WRITE ERROR, '
                          'STATUS ' DFILESTATUS
               END-IF
               SET FILE-CHANGED TO TRUE
               MOVE 'DEPENDENCY ADDED' TO MNTMSG OF RSFLCTL-O
            END-IF.
       CHGDEP.
            MOVE DEP-TAB-SUCCNAM (WS-ROW) TO WS-ORIG-SUCCNAM.
            MOVE DEP-TAB-PREDNAM (WS-ROW) TO WS-ORIG-PREDNAM.
            MOVE SUCCNAM OF RSFL-I        TO WS-ED-SUCCNAM.
            MOVE PREDNAM OF RSFL-I        TO WS-ED-PREDNAM.
            MOVE WS-ROW TO WS-DUP-SKIP.
            PERFORM EDITDEP.
            IF EDIT-OK
               PERFORM LOCATEDEP
               IF NOT LOC-FOUND
                  MOVE 'DEPENDENCY NO LONGER ON FILE'
                       TO MNTMSG OF RSFLCTL-O
               ELSE
      *    The names are the key, so a change is a delete of the old
      *    pair and a write of the new one.
                  DELETE DEPF RECORD
                  IF NOT DFILE-OK
                     DISPLAY 'DEPMNT - JOBDEPF DELETE ERROR, '
                             'STATUS ' DFILESTATUS
                  ELSE
                     MOVE WS-ED-SUCCNAM TO SUCCNAM OF DEPREC
                     MOVE WS-ED-PREDNAM TO PREDNAM OF DEPREC
                     WRITE DEPREC
                     IF NOT DFILE-OK
                        DISPLAY 'DEPMNT - JOBDEPF WRITE ERROR, '
                                'STATUS ' DFILESTATUS
                     END-IF
                  END-IF
                  SET FILE-CHANGED TO TRUE
                  MOVE 'DEPENDENCY CHANGED' TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
       DELDEP.
            MOVE DEP-TAB-SUCCNAM (WS-ROW) TO WS-ORIG-SUCCNAM.
            MOVE DEP-TAB-PREDNAM (WS-ROW) TO WS-ORIG-PREDNAM.
            PERFORM LOCATEDEP.
            IF NOT LOC-FOUND
               MOVE 'DEPENDENCY NO LONGER ON FILE'
                    TO MNTMSG OF RSFLCTL-O
            ELSE
               DELETE DEPF RECORD
               IF NOT DFILE-OK
                  DISPLAY 'DEPMNT - JOBDEPF DELETE ERROR, '
                          'STATUS ' DFILESTATUS
               END-IF
               SET FILE-CHANGED TO TRUE
               MOVE 'DEPENDENCY DELETED' TO MNTMSG OF RSFLCTL-O
            END-IF.
      *****************************************************************
      *    Both names are required, a job cannot wait on itself,      *
      *    both must be EXPSCHD job names (a dependency on a job      *
      *    nobody expects to run is a window that never opens), the   *
      *    pair may be on file only once, and it must not close a     *
      *    cycle.  WS-DUP-SKIP is the row being changed, which is     *
      *    left out of the duplicate and cycle tests.                 *
      *****************************************************************
       EDITDEP.
            SET EDIT-OK TO TRUE.
            IF WS-ED-SUCCNAM = SPACES OR WS-ED-PREDNAM = SPACES
               SET NOT-EDIT-OK TO TRUE
               MOVE 'BOTH JOB NAMES ARE REQUIRED'
                    TO MNTMSG OF RSFLCTL-O
            END-IF.
            IF EDIT-OK AND WS-ED-SUCCNAM = WS-ED-PREDNAM
               SET NOT-EDIT-OK TO TRUE
               MOVE 'A JOB CANNOT WAIT ON ITSELF'
                    TO MNTMSG OF RSFLCTL-O
            END-IF.
            IF EDIT-OK
               MOVE WS-ED-SUCCNAM TO WS-CHK-NAME
               PERFORM CHKSCHD
               IF NOT SCHD-FOUND
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'JOB NOT ON EXPSCHD'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               MOVE WS-ED-PREDNAM TO WS-CHK-NAME
               PERFORM CHKSCHD
               IF NOT SCHD-FOUND
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'WAITS-ON JOB NOT ON EXPSCHD'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               PERFORM CHKDUP
               IF DUP-FOUND
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'DUPLICATE DEPENDENCY'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
            IF EDIT-OK
               PERFORM CHKCYCLE
               IF CYCLE-FOUND
                  SET NOT-EDIT-OK TO TRUE
                  MOVE 'DEPENDENCY WOULD CREATE A CYCLE'
                       TO MNTMSG OF RSFLCTL-O
               END-IF
            END-IF.
       CHKSCHD.
            SET NOT-SCHD-FOUND TO TRUE.
            PERFORM VARYING WS-SIDX FROM 1 BY 1
                UNTIL WS-SIDX > WS-SCHD-CNT OR SCHD-FOUND
               IF SCHD-TAB-JOBNAM (WS-SIDX) = WS-CHK-NAME
                  SET SCHD-FOUND TO TRUE
               END-IF
            END-PERFORM.
       CHKDUP.
            SET NOT-DUP-FOUND TO TRUE.
            PERFORM VARYING WS-DIDX FROM 1 BY 1
                UNTIL WS-DIDX > WS-DEP-CNT OR DUP-FOUND
               IF WS-DIDX NOT = WS-DUP-SKIP
                  AND DEP-TAB-SUCCNAM (WS-DIDX) = WS-ED-SUCCNAM
                  AND DEP-TAB-PREDNAM (WS-DIDX) = WS-ED-PREDNAM
                  SET DUP-FOUND TO TRUE
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Does the predecessor already wait, directly or through    *
      *    other jobs, on the successor?  RCH-TABLE collects every   *
      *    job the predecessor waits on, starting with itself; each  *
      *    name in it adds its own predecessors until the successor  *
      *    turns up (a cycle) or nothing new is found.  The row at   *
      *    WS-DUP-SKIP is ignored - it is the one being replaced.    *
      *    The DIDX loop variable is saved because WRITEDEP is       *
      *    itself driven by it.                                      *
      *****************************************************************
       CHKCYCLE.
            SET NOT-CYCLE-FOUND TO TRUE.
            MOVE WS-DIDX TO WS-DIDX-SAVE.
            MOVE 1 TO WS-RCH-CNT.
            MOVE WS-ED-PREDNAM TO RCH-TAB-JOBNAM (1).
            PERFORM VARYING WS-RIDX FROM 1 BY 1
                UNTIL WS-RIDX > WS-RCH-CNT OR CYCLE-FOUND
               PERFORM VARYING WS-DIDX FROM 1 BY 1
                   UNTIL WS-DIDX > WS-DEP-CNT OR CYCLE-FOUND
                  IF WS-DIDX NOT = WS-DUP-SKIP
                     AND DEP-TAB-SUCCNAM (WS-DIDX)
                         = RCH-TAB-JOBNAM (WS-RIDX)
                     IF DEP-TAB-PREDNAM (WS-DIDX) = WS-ED-SUCCNAM
                        SET CYCLE-FOUND TO TRUE
                     ELSE
                        PERFORM ADDREACH
                     END-IF
                  END-IF
               END-PERFORM
            END-PERFORM.
            MOVE WS-DIDX-SAVE TO WS-DIDX.
       ADDREACH.
            SET NOT-RCH-FOUND TO TRUE.
            PERFORM VARYING WS-RIDX2 FROM 1 BY 1
                UNTIL WS-RIDX2 > WS-RCH-CNT OR RCH-FOUND
               IF RCH-TAB-JOBNAM (WS-RIDX2) = DEP-TAB-PREDNAM (WS-DIDX)
                  SET RCH-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF NOT RCH-FOUND AND WS-RCH-CNT < 500
               ADD 1 TO WS-RCH-CNT
               MOVE DEP-TAB-PREDNAM (WS-DIDX)
                    TO RCH-TAB-JOBNAM (WS-RCH-CNT)
            END-IF.
      *****************************************************************
      *    Position the file on the row's ORIGINAL pair.  SUCCNAM     *
      *    keys allow duplicates (one row per job waited on), so the  *
      *    START is followed by READ NEXT until PREDNAM matches too.  *
      *****************************************************************
       LOCATEDEP.
            SET NOT-LOC-FOUND TO TRUE.
            SET NOT-LOC-EOF TO TRUE.
            MOVE WS-ORIG-SUCCNAM TO SUCCNAM OF DEPREC.
            START DEPF KEY IS EQUAL TO SUCCNAM OF DEPREC
                INVALID KEY SET LOC-EOF TO TRUE
            END-START.
            IF NOT DFILE-OK AND NOT LOC-EOF
               DISPLAY 'DEPMNT - JOBDEPF START ERROR, STATUS '
                       DFILESTATUS
               SET LOC-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LOC-EOF OR LOC-FOUND
               READ DEPF NEXT RECORD
                   AT END SET LOC-EOF TO TRUE
               END-READ
               IF NOT DFILE-OK AND NOT LOC-EOF
                  DISPLAY 'DEPMNT - JOBDEPF READ ERROR, STATUS '
                          DFILESTATUS
                  SET LOC-EOF TO TRUE
               END-IF
               IF NOT LOC-EOF
                  IF SUCCNAM OF DEPREC NOT = WS-ORIG-SUCCNAM
                     SET LOC-EOF TO TRUE
                  ELSE
                     IF PREDNAM OF DEPREC = WS-ORIG-PREDNAM
                        SET LOC-FOUND TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
