       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWMSGRPT.
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
      *                 Oct2026 - NEWMSGRPT written over the MSGBASE
      *                           message baseline JLEXTRCT now keeps
      *                           per job name: every MSGID/FROMPGM
      *                           pair a job issued for the first
      *                           time on the run date, and every
      *                           pair that came back on the run date
      *                           after a long gap.  A job starting to
      *                           issue a message it never issued
      *                           before is the earliest warning we
      *                           get, even at severity 10, and
      *                           MSGFREQ cannot see it once JLPURGE
      *                           has emptied JOBLOGF.
      *
      * @
      * NEWMSGRPT takes the night's date (PRUNDATE, CYYMMDD) and an
      * optional gap in days (PGAPDAYS, blank for GAP-DAYS).  A pair
      * is NEW when its first-seen run date is the run date; it is
      * BACK when its last-seen run date is the run date and the
      * night it was seen before that (PRVDATE) lies at least the gap
      * in days earlier.  MSGBASE is read twice in key order, once
      * per section, so each section comes out by job name.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASEF ASSIGN TO DISK-MSGBASE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBNAM OF BASEREC WITH DUPLICATES
                   FILE STATUS IS BASESTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
        FD BASEF.
         01 BASEREC.
               COPY DDS-ALL-FORMATS OF MSGBASE.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
               COPY DDS-ALL-FORMATS OF NEWMSGRPT.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   GAP-DAYS                      PIC 9(03)   VALUE 030.
       01   BASESTATUS                    PIC XX.
           88 BASE-OK                   VALUE "00".
       01   WS-PARM-OK                    PIC 1       VALUE B"0".
           88 PARM-OK                   VALUE B"1".
           88 NOT-PARM-OK               VALUE B"0".
       01   WS-PIDX                       PIC 9(01)   VALUE ZEROES.
       01   WS-RUNDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-GAPDAYS                    PIC 9(03)   VALUE ZEROES.
       01   WS-SCAN-EOF                   PIC 1       VALUE B"0".
           88 SCAN-EOF                  VALUE B"1".
           88 NOT-SCAN-EOF              VALUE B"0".
       01   WS-PASS                       PIC X(01)   VALUE SPACE.
           88 PASS-NEW                  VALUE 'N'.
           88 PASS-BACK                 VALUE 'B'.
       01   WS-YMD                        PIC 9(08)   VALUE ZEROES.
       01   WS-LST-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-PRV-DAYS                   PIC 9(08)   VALUE ZEROES.
       01   WS-GAP                        PIC 9(05)   VALUE ZEROES.
       01   WS-TOTNEW                     PIC 9(05)   VALUE ZEROES.
       01   WS-TOTBACK                    PIC 9(05)   VALUE ZEROES.
       LINKAGE SECTION.
        01 PRUNDATE  PIC X(07).
        01 PGAPDAYS  PIC X(03).
       PROCEDURE DIVISION USING PRUNDATE
                                PGAPDAYS.
       MAINPROC.
            PERFORM 0100-EDIT-PARM.
            IF NOT PARM-OK
               DISPLAY 'NEWMSGRPT - RUN DATE MUST BE NUMERIC CYYMMDD '
                       'AND GAP DAYS NUMERIC 001-999: '
                       PRUNDATE ' ' PGAPDAYS
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            MOVE 'FIRST SEEN ON THE RUN DATE' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'COLHDR'.
            SET PASS-NEW TO TRUE.
            PERFORM 2000-SCAN-BASELINE.
            IF WS-TOTNEW = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            MOVE 'BACK ON THE RUN DATE AFTER A LONG GAP'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'COLHDR'.
            SET PASS-BACK TO TRUE.
            PERFORM 2000-SCAN-BASELINE.
            IF WS-TOTBACK = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            MOVE WS-TOTNEW  TO TOTNEW OF TOTALS-O.
            MOVE WS-TOTBACK TO TOTBACK OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            PERFORM 9000-TERMINATE.
            GOBACK.
       0100-EDIT-PARM.
            SET PARM-OK TO TRUE.
            IF PRUNDATE = SPACES
               SET NOT-PARM-OK TO TRUE
            ELSE
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 7
                  IF PRUNDATE (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
            END-IF.
            IF PARM-OK
               COMPUTE WS-RUNDATE = FUNCTION NUMVAL(PRUNDATE)
            END-IF.
            MOVE GAP-DAYS TO WS-GAPDAYS.
            IF PGAPDAYS NOT = SPACES
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 3
                  IF PGAPDAYS (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
               IF PARM-OK
                  COMPUTE WS-GAPDAYS = FUNCTION NUMVAL(PGAPDAYS)
                  IF WS-GAPDAYS = ZEROES
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-IF
            END-IF.
       1000-INITIALIZE.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-RUNDATE TO RUNDATE OF HDR2-O.
            MOVE WS-GAPDAYS TO GAPDAYS OF HDR2-O.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
      *****************************************************************
      *    One pass over MSGBASE in key order for the section in     *
      *    WS-PASS.                                                  *
      *****************************************************************
       2000-SCAN-BASELINE.
            SET NOT-SCAN-EOF TO TRUE.
            OPEN INPUT BASEF.
            IF NOT BASE-OK
               DISPLAY 'NEWMSGRPT - MSGBASE OPEN ERROR, STATUS '
                       BASESTATUS
               SET SCAN-EOF TO TRUE
            ELSE
               MOVE LOW-VALUES TO JOBNAM OF BASEREC
               START BASEF KEY IS NOT LESS THAN JOBNAM OF BASEREC
                   INVALID KEY SET SCAN-EOF TO TRUE
               END-START
               IF NOT BASE-OK AND NOT SCAN-EOF
                  DISPLAY 'NEWMSGRPT - MSGBASE START ERROR, STATUS '
                          BASESTATUS
                  SET SCAN-EOF TO TRUE
               END-IF
            END-IF.
            PERFORM 2100-READ-BASELINE UNTIL SCAN-EOF.
            CLOSE BASEF.
       2100-READ-BASELINE.
            READ BASEF NEXT RECORD
                AT END SET SCAN-EOF TO TRUE
            END-READ.
            IF NOT BASE-OK AND NOT SCAN-EOF
               DISPLAY 'NEWMSGRPT - MSGBASE READ ERROR, STATUS '
                       BASESTATUS
               SET SCAN-EOF TO TRUE
            END-IF.
            IF NOT SCAN-EOF
               IF PASS-NEW
                  IF FSTDATE OF BASEREC = WS-RUNDATE
                     MOVE ZEROES TO WS-GAP
                     ADD 1 TO WS-TOTNEW
                     PERFORM 2200-PRINT-PAIR
                  END-IF
               ELSE
                  IF LSTDATE OF BASEREC = WS-RUNDATE
                     AND PRVDATE OF BASEREC > ZEROES
                     COMPUTE WS-YMD = LSTDATE OF BASEREC + 19000000
                     COMPUTE WS-LST-DAYS =
                             FUNCTION INTEGER-OF-DATE(WS-YMD)
                     COMPUTE WS-YMD = PRVDATE OF BASEREC + 19000000
                     COMPUTE WS-PRV-DAYS =
                             FUNCTION INTEGER-OF-DATE(WS-YMD)
                     COMPUTE WS-GAP = WS-LST-DAYS - WS-PRV-DAYS
                     IF WS-GAP NOT < WS-GAPDAYS
                        ADD 1 TO WS-TOTBACK
                        PERFORM 2200-PRINT-PAIR
                     END-IF
                  END-IF
               END-IF
            END-IF.
       2200-PRINT-PAIR.
            MOVE JOBNAM OF BASEREC  TO JOBNAM OF DETAIL-O.
            MOVE MSGID OF BASEREC   TO MSGID OF DETAIL-O.
            MOVE FROMPGM OF BASEREC TO FROMPGM OF DETAIL-O.
            MOVE LSTHORA OF BASEREC TO LSTHORA OF DETAIL-O.
            IF PASS-NEW
               MOVE ZEROES TO PRVDATE OF DETAIL-O
            ELSE
               MOVE PRVDATE OF BASEREC TO PRVDATE OF DETAIL-O
            END-IF.
            MOVE WS-GAP             TO GAP OF DETAIL-O.
            MOVE RUNCNT OF BASEREC  TO RUNCNT OF DETAIL-O.
            MOVE FSTDATE OF BASEREC TO FSTDATE OF DETAIL-O.
            WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'.
       9000-TERMINATE.
            CLOSE RPTFILE.
            DISPLAY 'NEWMSGRPT - ' WS-TOTNEW ' FIRST SEEN, '
                    WS-TOTBACK ' BACK AFTER A GAP'.
