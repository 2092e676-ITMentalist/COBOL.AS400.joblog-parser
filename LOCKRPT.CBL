       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKRPT.
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
      *                 Oct2026 - LOCKRPT written over the OBJREF
      *                           object reference index: each lock
      *                           failure (CPF1002, CPF3202 and the
      *                           rest of LOCK-MSGIDS) in the date
      *                           range, followed by every other job
      *                           whose messages named the same object
      *                           within the window either side of it.
      *                           Those jobs are the ones to look at
      *                           first when a night's lock failures
      *                           are being run down.
      *                 Oct2026 - OBJREF now carries the system each
      *                           job ran on.  A lock failure is only
      *                           paired with the other jobs of its
      *                           own system - a job on another
      *                           partition cannot hold the lock -
      *                           and the failure line prints the
      *                           system.
      *
      * @
      * LOCKRPT takes a from date (PFROMDATE, CYYMMDD), an optional to
      * date (PTODATE, blank for the from date) and an optional window
      * in minutes (PWINMIN, blank for LOCK-WINDOW).  OBJREF is read
      * once in key order - object, then message date and time - and
      * one object's entries at a time are held in REF-TABLE; only
      * entries within the window of the date range are kept, so a
      * failure just after midnight still finds the job that started
      * before it.  Libraries are compared where both messages gave
      * one; an entry without a library (or with *LIBL/*CURLIB) is
      * taken to be the same object.  A job's own messages about the
      * object are not listed against its own failure, and only jobs
      * on the failing job's system are listed at all (a blank SYSNAM
      * is this system, as everywhere else).  An object
      * with more than REF-MAX entries in range is reported on the
      * first REF-MAX and flagged with a DISPLAY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFF ASSIGN TO DISK-OBJREF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OBJNAM OF REFREC WITH DUPLICATES
                   FILE STATUS IS REFSTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
        FD REFF.
         01 REFREC.
               COPY DDS-ALL-FORMATS OF OBJREF.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
               COPY DDS-ALL-FORMATS OF LOCKRPT.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   LOCK-WINDOW                   PIC 9(03)   VALUE 010.
       77   REF-MAX                       PIC 9(04)   VALUE 2000.
       01   REFSTATUS                     PIC XX.
           88 REF-OK                    VALUE "00".
       01   LOCK-MSGIDS.
         05  FILLER                       PIC X(07)   VALUE 'CPF1002'.
         05  FILLER                       PIC X(07)   VALUE 'CPF3130'.
         05  FILLER                       PIC X(07)   VALUE 'CPF3156'.
         05  FILLER                       PIC X(07)   VALUE 'CPF3202'.
         05  FILLER                       PIC X(07)   VALUE 'CPF3203'.
         05  FILLER                       PIC X(07)   VALUE 'CPF4128'.
         05  FILLER                       PIC X(07)   VALUE 'CPF5027'.
         05  FILLER                       PIC X(07)   VALUE 'CPF5032'.
       01   LOCK-MSGID-TAB REDEFINES LOCK-MSGIDS.
         05  LOCK-MSGID OCCURS 8 TIMES    PIC X(07).
       01   WS-PARM-OK                    PIC 1       VALUE B"0".
           88 PARM-OK                   VALUE B"1".
           88 NOT-PARM-OK               VALUE B"0".
       01   WS-PIDX                       PIC 9(01)   VALUE ZEROES.
       01   WS-FROMDATE                   PIC 9(07)   VALUE ZEROES.
       01   WS-TODATE                     PIC 9(07)   VALUE ZEROES.
       01   WS-WINMIN                     PIC 9(03)   VALUE ZEROES.
       01   WS-SCAN-EOF                   PIC 1       VALUE B"0".
           88 SCAN-EOF                  VALUE B"1".
           88 NOT-SCAN-EOF              VALUE B"0".
       01   WS-CUR-OBJ                    PIC X(10)   VALUE SPACES.
       01   WS-CUR-FULL                   PIC 1       VALUE B"0".
           88 CUR-TAB-FULL              VALUE B"1".
           88 NOT-CUR-TAB-FULL          VALUE B"0".
       01   WS-IS-LOCK                    PIC 1       VALUE B"0".
           88 IS-LOCK                   VALUE B"1".
           88 NOT-IS-LOCK               VALUE B"0".
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-LIB-MATCH                  PIC 1       VALUE B"0".
           88 LIB-MATCH                 VALUE B"1".
           88 NOT-LIB-MATCH             VALUE B"0".
       01   WS-LIDX                       PIC 9(02)   VALUE ZEROES.
       01   WS-I                          PIC 9(04)   VALUE ZEROES.
       01   WS-J                          PIC 9(04)   VALUE ZEROES.
       01   WS-REF-CNT                    PIC 9(04)   VALUE ZEROES.
       01   REF-TABLE.
         05 REF-TAB-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-REF-CNT.
            10 REF-TAB-JOBID             PIC X(26).
            10 REF-TAB-SYS               PIC X(08).
            10 REF-TAB-MSGID             PIC X(07).
            10 REF-TAB-LIB               PIC X(10).
            10 REF-TAB-USR               PIC X(10).
            10 REF-TAB-DATE              PIC 9(07).
            10 REF-TAB-HORA              PIC 9(06).
            10 REF-TAB-ABS               PIC 9(11).
            10 REF-TAB-LOCK              PIC X(01).
       01   WS-CNV-DATE                   PIC 9(07)   VALUE ZEROES.
       01   WS-CNV-HORA                   PIC 9(06).
       01   WS-CNV-R REDEFINES WS-CNV-HORA.
         05  WS-CNV-HH                    PIC 9(02).
         05  WS-CNV-MM                    PIC 9(02).
         05  WS-CNV-SS                    PIC 9(02).
       01   WS-CNV-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-CNV-ABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-LOW-ABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-HIGH-ABS                   PIC 9(11)   VALUE ZEROES.
       01   WS-DIFF                       PIC S9(11)  VALUE ZEROES.
       01   WS-OTHERS                     PIC 9(05)   VALUE ZEROES.
       01   WS-TOTLOCK                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTPAIR                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTOTHR                    PIC 9(05)   VALUE ZEROES.
       LINKAGE SECTION.
        01 PFROMDATE PIC X(07).
        01 PTODATE   PIC X(07).
        01 PWINMIN   PIC X(03).
       PROCEDURE DIVISION USING PFROMDATE
                                PTODATE
                                PWINMIN.
       MAINPROC.
            PERFORM 0100-EDIT-PARM.
            IF NOT PARM-OK
               DISPLAY 'LOCKRPT - FROM/TO DATES MUST BE NUMERIC '
                       'CYYMMDD, TO NOT BEFORE FROM, AND WINDOW '
                       'NUMERIC 001-999: ' PFROMDATE ' ' PTODATE
                       ' ' PWINMIN
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-SCAN-INDEX.
            IF WS-TOTLOCK = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            MOVE WS-TOTLOCK TO TOTLOCK OF TOTALS-O.
            MOVE WS-TOTPAIR TO TOTPAIR OF TOTALS-O.
            MOVE WS-TOTOTHR TO TOTOTHR OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            PERFORM 9000-TERMINATE.
            GOBACK.
       0100-EDIT-PARM.
            SET PARM-OK TO TRUE.
            IF PFROMDATE = SPACES
               SET NOT-PARM-OK TO TRUE
            ELSE
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 7
                  IF PFROMDATE (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
            END-IF.
            IF PARM-OK
               COMPUTE WS-FROMDATE = FUNCTION NUMVAL(PFROMDATE)
               MOVE WS-FROMDATE TO WS-TODATE
            END-IF.
            IF PTODATE NOT = SPACES
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 7
                  IF PTODATE (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
               IF PARM-OK
                  COMPUTE WS-TODATE = FUNCTION NUMVAL(PTODATE)
                  IF WS-TODATE < WS-FROMDATE
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-IF
            END-IF.
            MOVE LOCK-WINDOW TO WS-WINMIN.
            IF PWINMIN NOT = SPACES
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 3
                  IF PWINMIN (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
               IF PARM-OK
                  COMPUTE WS-WINMIN = FUNCTION NUMVAL(PWINMIN)
                  IF WS-WINMIN = ZEROES
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-IF
            END-IF.
      *****************************************************************
      *    The load range: from 00:00 on the from date to 23:59 on   *
      *    the to date, widened by the window at both ends.          *
      *****************************************************************
       1000-INITIALIZE.
            MOVE WS-FROMDATE TO WS-CNV-DATE.
            MOVE ZEROES TO WS-CNV-HORA.
            PERFORM 8100-ABS-MINUTE.
            COMPUTE WS-LOW-ABS = WS-CNV-ABS - WS-WINMIN.
            MOVE WS-TODATE TO WS-CNV-DATE.
            MOVE 235959 TO WS-CNV-HORA.
            PERFORM 8100-ABS-MINUTE.
            COMPUTE WS-HIGH-ABS = WS-CNV-ABS + WS-WINMIN.
            MOVE ZEROES TO WS-REF-CNT.
            MOVE SPACES TO WS-CUR-OBJ.
            SET NOT-CUR-TAB-FULL TO TRUE.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-FROMDATE TO FROMDATE OF HDR2-O.
            MOVE WS-TODATE   TO TODATE OF HDR2-O.
            MOVE WS-WINMIN   TO WINMIN OF HDR2-O.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
            WRITE RPTREC FORMAT 'COLHDR'.
      *****************************************************************
      *    One pass over OBJREF.  Each object's entries are gathered *
      *    until the object name changes, then paired.               *
      *****************************************************************
       2000-SCAN-INDEX.
            SET NOT-SCAN-EOF TO TRUE.
            OPEN INPUT REFF.
            IF NOT REF-OK
               DISPLAY 'LOCKRPT - OBJREF OPEN ERROR, STATUS '
                       REFSTATUS
               SET SCAN-EOF TO TRUE
            ELSE
               MOVE LOW-VALUES TO OBJNAM OF REFREC
               START REFF KEY IS NOT LESS THAN OBJNAM OF REFREC
                   INVALID KEY SET SCAN-EOF TO TRUE
               END-START
               IF NOT REF-OK AND NOT SCAN-EOF
                  DISPLAY 'LOCKRPT - OBJREF START ERROR, STATUS '
                          REFSTATUS
                  SET SCAN-EOF TO TRUE
               END-IF
            END-IF.
            PERFORM 2100-READ-REF UNTIL SCAN-EOF.
            IF WS-REF-CNT > ZEROES
               PERFORM 3000-PAIR-OBJECT
            END-IF.
            CLOSE REFF.
       2100-READ-REF.
            READ REFF NEXT RECORD
                AT END SET SCAN-EOF TO TRUE
            END-READ.
            IF NOT REF-OK AND NOT SCAN-EOF
               DISPLAY 'LOCKRPT - OBJREF READ ERROR, STATUS '
                       REFSTATUS
               SET SCAN-EOF TO TRUE
            END-IF.
            IF NOT SCAN-EOF
               IF OBJNAM OF REFREC NOT = WS-CUR-OBJ
                  IF WS-REF-CNT > ZEROES
                     PERFORM 3000-PAIR-OBJECT
                  END-IF
                  MOVE OBJNAM OF REFREC TO WS-CUR-OBJ
                  MOVE ZEROES TO WS-REF-CNT
                  SET NOT-CUR-TAB-FULL TO TRUE
               END-IF
               MOVE MSGDATE OF REFREC TO WS-CNV-DATE
               MOVE MSGHORA OF REFREC TO WS-CNV-HORA
               PERFORM 8100-ABS-MINUTE
               IF WS-CNV-ABS NOT < WS-LOW-ABS
                  AND WS-CNV-ABS NOT > WS-HIGH-ABS
                  PERFORM 2200-KEEP-REF
               END-IF
            END-IF.
       2200-KEEP-REF.
            IF WS-REF-CNT < REF-MAX
               ADD 1 TO WS-REF-CNT
               MOVE JOBID OF REFREC   TO REF-TAB-JOBID (WS-REF-CNT)
               MOVE SYSNAM OF REFREC  TO REF-TAB-SYS (WS-REF-CNT)
               IF SYSNAM OF REFREC = SPACES
                  MOVE WS-LCLSYS      TO REF-TAB-SYS (WS-REF-CNT)
               END-IF
               MOVE MSGID OF REFREC   TO REF-TAB-MSGID (WS-REF-CNT)
               MOVE OBJLIB OF REFREC  TO REF-TAB-LIB (WS-REF-CNT)
               MOVE REFUSR OF REFREC  TO REF-TAB-USR (WS-REF-CNT)
               MOVE MSGDATE OF REFREC TO REF-TAB-DATE (WS-REF-CNT)
               MOVE MSGHORA OF REFREC TO REF-TAB-HORA (WS-REF-CNT)
               MOVE WS-CNV-ABS        TO REF-TAB-ABS (WS-REF-CNT)
               MOVE 'N' TO REF-TAB-LOCK (WS-REF-CNT)
               IF MSGDATE OF REFREC NOT < WS-FROMDATE
                  AND MSGDATE OF REFREC NOT > WS-TODATE
                  SET NOT-IS-LOCK TO TRUE
                  PERFORM VARYING WS-LIDX FROM 1 BY 1
                      UNTIL WS-LIDX > 8 OR IS-LOCK
                     IF MSGID OF REFREC = LOCK-MSGID (WS-LIDX)
                        SET IS-LOCK TO TRUE
                     END-IF
                  END-PERFORM
                  IF IS-LOCK
                     MOVE 'Y' TO REF-TAB-LOCK (WS-REF-CNT)
                  END-IF
               END-IF
            ELSE
               IF NOT CUR-TAB-FULL
                  SET CUR-TAB-FULL TO TRUE
                  DISPLAY 'LOCKRPT - MORE THAN ' REF-MAX
                          ' REFERENCES TO ' WS-CUR-OBJ
                          ' IN RANGE, REST NOT PAIRED'
               END-IF
            END-IF.
      *****************************************************************
      *    Every lock failure of the object held in REF-TABLE, with  *
      *    the other jobs' references inside the window - other jobs *
      *    of the same system only.                                  *
      *****************************************************************
       3000-PAIR-OBJECT.
            PERFORM VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > WS-REF-CNT
               IF REF-TAB-LOCK (WS-I) = 'Y'
                  PERFORM 3100-PRINT-LOCK
               END-IF
            END-PERFORM.
       3100-PRINT-LOCK.
            ADD 1 TO WS-TOTLOCK.
            MOVE WS-CUR-OBJ            TO OBJNAM OF LOCKLINE-O.
            MOVE REF-TAB-LIB (WS-I)    TO OBJLIB OF LOCKLINE-O.
            MOVE REF-TAB-DATE (WS-I)   TO MSGDATE OF LOCKLINE-O.
            MOVE REF-TAB-HORA (WS-I)   TO MSGHORA OF LOCKLINE-O.
            MOVE REF-TAB-JOBID (WS-I)  TO JOBID OF LOCKLINE-O.
            MOVE REF-TAB-MSGID (WS-I)  TO MSGID OF LOCKLINE-O.
            MOVE REF-TAB-USR (WS-I)    TO REFUSR OF LOCKLINE-O.
            MOVE REF-TAB-SYS (WS-I)    TO SYSNAM OF LOCKLINE-O.
            WRITE RPTREC FROM LOCKLINE-O FORMAT 'LOCKLINE'.
            MOVE ZEROES TO WS-OTHERS.
            PERFORM VARYING WS-J FROM 1 BY 1
                UNTIL WS-J > WS-REF-CNT
               IF REF-TAB-SYS (WS-J) = REF-TAB-SYS (WS-I)
                  AND REF-TAB-JOBID (WS-J) NOT = REF-TAB-JOBID (WS-I)
                  COMPUTE WS-DIFF = REF-TAB-ABS (WS-J)
                                  - REF-TAB-ABS (WS-I)
                  IF WS-DIFF NOT > WS-WINMIN
                     AND WS-DIFF NOT < 0 - WS-WINMIN
                     PERFORM 3200-CHECK-LIBRARY
                     IF LIB-MATCH
                        PERFORM 3300-PRINT-OTHER
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-OTHERS = ZEROES
               WRITE RPTREC FORMAT 'NOOTHER'
            ELSE
               ADD 1 TO WS-TOTPAIR
            END-IF.
       3200-CHECK-LIBRARY.
            SET LIB-MATCH TO TRUE.
            IF REF-TAB-LIB (WS-I) NOT = SPACES
               AND REF-TAB-LIB (WS-I) (1:1) NOT = '*'
               AND REF-TAB-LIB (WS-J) NOT = SPACES
               AND REF-TAB-LIB (WS-J) (1:1) NOT = '*'
               AND REF-TAB-LIB (WS-J) NOT = REF-TAB-LIB (WS-I)
               SET NOT-LIB-MATCH TO TRUE
            END-IF.
       3300-PRINT-OTHER.
            ADD 1 TO WS-OTHERS.
            ADD 1 TO WS-TOTOTHR.
            MOVE REF-TAB-LIB (WS-J)    TO OBJLIB OF OTHLINE-O.
            MOVE REF-TAB-DATE (WS-J)   TO MSGDATE OF OTHLINE-O.
            MOVE REF-TAB-HORA (WS-J)   TO MSGHORA OF OTHLINE-O.
            MOVE REF-TAB-JOBID (WS-J)  TO JOBID OF OTHLINE-O.
            MOVE REF-TAB-MSGID (WS-J)  TO MSGID OF OTHLINE-O.
            MOVE REF-TAB-USR (WS-J)    TO REFUSR OF OTHLINE-O.
            IF WS-DIFF < 0
               COMPUTE OFFMIN OF OTHLINE-O = 0 - WS-DIFF
               MOVE 'BEFORE' TO OFFDIR OF OTHLINE-O
            ELSE
               MOVE WS-DIFF TO OFFMIN OF OTHLINE-O
               MOVE 'AFTER' TO OFFDIR OF OTHLINE-O
            END-IF.
            WRITE RPTREC FROM OTHLINE-O FORMAT 'OTHLINE'.
       8100-ABS-MINUTE.
            COMPUTE WS-CNV-YMD = WS-CNV-DATE + 19000000.
            COMPUTE WS-CNV-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-YMD) * 1440
                    + WS-CNV-HH * 60 + WS-CNV-MM.
       9000-TERMINATE.
            CLOSE RPTFILE.
            DISPLAY 'LOCKRPT - ' WS-TOTLOCK ' LOCK FAILURES, '
                    WS-TOTPAIR ' WITH OTHER JOBS IN THE WINDOW'.
