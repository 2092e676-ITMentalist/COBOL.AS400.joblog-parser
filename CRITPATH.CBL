       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRITPATH.
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
      *                 Oct2026 - CRITPATH written so a night with a
      *                           dozen LATE lines on SCHDRECN no
      *                           longer has to be untangled by
      *                           hand.  From the JOBDEPF dependency
      *                           file and the night's JOBHIST start
      *                           and end times it prints, for every
      *                           job with a predecessor, the one it
      *                           actually waited on and for how
      *                           long; the chain of jobs that set
      *                           the window's end time; and, for
      *                           every job that started after its
      *                           EXPSCHD latest start, the job
      *                           upstream that caused it.
      *                 Oct2026 - new parameter PSYSNAM: the report is
      *                           for one system's batch window, so
      *                           JOBHIST runs from other systems are
      *                           skipped (a blank SYSNAM on the row,
      *                           and a blank PSYSNAM, mean the local
      *                           system) and only EXPSCHD entries
      *                           expected there or anywhere give a
      *                           latest start.  The system prints in
      *                           the heading.
      *
      * @
      * CRITPATH takes the night's date (PRUNDATE, CYYMMDD) and the
      * system (PSYSNAM, blank for this one).  One pass over that
      * system's JOBHIST rows gives each job name its start (the first
      * attempt's) and end (the last attempt's start plus duration)
      * on the run date, in seconds from that midnight so a run past
      * midnight still orders correctly, plus its average duration
      * over the 90 days before.  A job "waited on" the predecessor
      * that ended last before it started.  The critical path is
      * walked back from the job that ended last, predecessor by
      * predecessor.  A late job whose start came within HOLD-LIMIT
      * seconds of its predecessor's end was held by it; the held
      * chain upstream is walked and the member that overran its
      * own average by the most is the root cause - with no overrun
      * the head of the chain is, its own start being the delay.
      * A late job that was not held is its own root cause.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTF ASSIGN TO DISK-JOBHIST
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBNAM OF HISTREC WITH DUPLICATES
                   FILE STATUS IS HISTSTATUS.
           SELECT DEPF ASSIGN TO DISK-JOBDEPF.
           SELECT SCHDF ASSIGN TO DISK-EXPSCHD.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
        FD HISTF.
         01 HISTREC.
               COPY DDS-ALL-FORMATS OF JOBHIST.
         88 EOFHIST                     VALUE B"1".
        FD DEPF
             LABEL RECORDS ARE STANDARD.
         01 DEPREC.
               COPY DDS-ALL-FORMATS OF JOBDEPF.
         88 EOFDEP                      VALUE B"1".
        FD SCHDF
             LABEL RECORDS ARE STANDARD.
         01 SCHDREC.
               COPY DDS-ALL-FORMATS OF EXPSCHD.
         88 EOFSCHD                     VALUE B"1".
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
               COPY DDS-ALL-FORMATS OF CRITPATH.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   TREND-WINDOW                  PIC 9(03)   VALUE 090.
       77   HOLD-LIMIT                    PIC 9(05)   VALUE 00300.
       01   HISTSTATUS                    PIC XX.
           88 HIST-OK                   VALUE "00".
       01   WS-PARM-OK                    PIC 1       VALUE B"0".
           88 PARM-OK                   VALUE B"1".
           88 NOT-PARM-OK               VALUE B"0".
       01   WS-PIDX                       PIC 9(01)   VALUE ZEROES.
       01   WS-RUNDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SYSNAM                     PIC X(08)   VALUE SPACES.
       01   WS-ROWSYS                     PIC X(08)   VALUE SPACES.
       01   WS-CUTDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-CUT-INT                    PIC 9(08)   VALUE ZEROES.
       01   WS-CUT-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-YMD                        PIC 9(08)   VALUE ZEROES.
       01   WS-DAYS                       PIC 9(08)   VALUE ZEROES.
       01   WS-DOW                        PIC 9(01)   VALUE ZEROES.
       01   WS-HMS                        PIC 9(06).
       01   WS-HMS-R REDEFINES WS-HMS.
         05  WS-HMS-HH                    PIC 9(02).
         05  WS-HMS-MM                    PIC 9(02).
         05  WS-HMS-SS                    PIC 9(02).
       01   WS-STRSEC                     PIC 9(07)   VALUE ZEROES.
       01   WS-ENDSEC                     PIC 9(07)   VALUE ZEROES.
       01   WS-CNV-SECS                   PIC 9(07)   VALUE ZEROES.
       01   WS-CNV-DAYS                   PIC 9(03)   VALUE ZEROES.
       01   WS-CNV-REM                    PIC 9(05)   VALUE ZEROES.
       01   WS-CNV-MIN                    PIC 9(05)   VALUE ZEROES.
       01   WS-FIND-NAME                  PIC X(10)   VALUE SPACES.
       01   WS-FIND-IDX                   PIC 9(04)   VALUE ZEROES.
       01   WS-FIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-JOB-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-JIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-DEP-CNT                    PIC 9(04)   VALUE ZEROES.
       01   WS-DIDX                       PIC 9(04)   VALUE ZEROES.
       01   WS-PATH-CNT                   PIC 9(03)   VALUE ZEROES.
       01   WS-PIDX2                      PIC 9(03)   VALUE ZEROES.
       01   WS-STEP                       PIC 9(03)   VALUE ZEROES.
       01   WS-CUR                        PIC 9(04)   VALUE ZEROES.
       01   WS-BEST                       PIC 9(04)   VALUE ZEROES.
       01   WS-BEST-END                   PIC 9(07)   VALUE ZEROES.
       01   WS-LATE-BEST                  PIC 9(04)   VALUE ZEROES.
       01   WS-LATE-END                   PIC 9(07)   VALUE ZEROES.
       01   WS-OVER                       PIC S9(09)  VALUE ZEROES.
       01   WS-BEST-OVER                  PIC S9(09)  VALUE ZEROES.
       01   WS-HAS-DEPS                   PIC 1       VALUE B"0".
           88 HAS-DEPS                  VALUE B"1".
           88 NOT-HAS-DEPS              VALUE B"0".
       01   WS-WALK-DONE                  PIC 1       VALUE B"0".
           88 WALK-DONE                 VALUE B"1".
           88 NOT-WALK-DONE             VALUE B"0".
       01   WS-TAB-FULL                   PIC 1       VALUE B"0".
           88 JOB-TAB-FULL              VALUE B"1".
           88 NOT-JOB-TAB-FULL          VALUE B"0".
       01   WS-WINSTR                     PIC 9(07)   VALUE ZEROES.
       01   WS-WINEND                     PIC 9(07)   VALUE ZEROES.
       01   WS-TOTRUN                     PIC 9(05)   VALUE ZEROES.
       01   WS-TOTWAIT                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTLATE                    PIC 9(05)   VALUE ZEROES.
       01   JOB-TABLE.
         05 JOB-TAB-ENTRY OCCURS 1 TO 1000 TIMES
              DEPENDING ON WS-JOB-CNT.
            10 JOB-TAB-JOBNAM            PIC X(10).
            10 JOB-TAB-RAN               PIC 1.
            10 JOB-TAB-STRHORA           PIC 9(06).
            10 JOB-TAB-STRSEC            PIC 9(07).
            10 JOB-TAB-ENDSEC            PIC 9(07).
            10 JOB-TAB-DURSEC            PIC 9(07).
            10 JOB-TAB-HSTTOT            PIC 9(11).
            10 JOB-TAB-HSTRUNS           PIC 9(05).
            10 JOB-TAB-AVGSEC            PIC 9(07).
            10 JOB-TAB-LATE              PIC 9(06).
            10 JOB-TAB-PRED              PIC 9(04).
            10 JOB-TAB-WAIT              PIC 9(07).
            10 JOB-TAB-OVLAP             PIC X(01).
       01   DEP-TABLE.
         05 DEP-TAB-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-DEP-CNT.
            10 DEP-TAB-SUCCNAM           PIC X(10).
            10 DEP-TAB-PREDNAM           PIC X(10).
       01   PATH-TABLE.
         05 PATH-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-PATH-CNT.
            10 PATH-TAB-JIDX             PIC 9(04).
       LINKAGE SECTION.
        01 PRUNDATE  PIC X(07).
        01 PSYSNAM   PIC X(08).
       PROCEDURE DIVISION USING PRUNDATE PSYSNAM.
       MAINPROC.
            PERFORM 0100-EDIT-PARM.
            IF NOT PARM-OK
               DISPLAY 'CRITPATH - RUN DATE PARAMETER MUST BE '
                       'NUMERIC CYYMMDD: ' PRUNDATE
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            PERFORM 1100-LOAD-HISTORY.
            PERFORM 1200-LOAD-DEPS.
            PERFORM 1300-LOAD-SCHEDULE.
            PERFORM 2000-FIND-WAITS
                VARYING WS-JIDX FROM 1 BY 1
                UNTIL WS-JIDX > WS-JOB-CNT.
            PERFORM 2900-PRINT-HEADING.
            PERFORM 3000-PRINT-WAITS.
            PERFORM 4000-PRINT-PATH.
            PERFORM 5000-PRINT-LATE.
            MOVE WS-TOTRUN     TO TOTRUN OF TOTALS-O.
            MOVE WS-TOTWAIT    TO TOTWAIT OF TOTALS-O.
            MOVE WS-PATH-CNT   TO TOTPATH OF TOTALS-O.
            MOVE WS-TOTLATE    TO TOTLATE OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            IF JOB-TAB-FULL
               DISPLAY 'CRITPATH - MORE THAN 1000 JOB NAMES IN THE '
                       'HISTORY WINDOW, REPORT IS INCOMPLETE'
            END-IF.
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
       1000-INITIALIZE.
            COMPUTE WS-YMD = WS-RUNDATE + 19000000.
            COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-YMD).
            COMPUTE WS-DOW = FUNCTION REM(WS-DAYS, 7).
            IF WS-DOW = ZEROES
               MOVE 7 TO WS-DOW
            END-IF.
            COMPUTE WS-CUT-INT = WS-DAYS - TREND-WINDOW.
            COMPUTE WS-CUT-YMD = FUNCTION DATE-OF-INTEGER(WS-CUT-INT).
            COMPUTE WS-CUTDATE = WS-CUT-YMD - 19000000.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            MOVE PSYSNAM TO WS-SYSNAM.
            IF WS-SYSNAM = SPACES
               MOVE WS-LCLSYS TO WS-SYSNAM
            END-IF.
            OPEN OUTPUT RPTFILE.
      *****************************************************************
      *    JOBHIST arrives by name, run date, start time, so a name's *
      *    entry is always the last one in the table and the first   *
      *    attempt of the run date is the earliest start.  Runs       *
      *    before the run date feed the name's average duration.      *
      *    Rows from any system but WS-SYSNAM are skipped, a blank    *
      *    SYSNAM being a run on the local system.                    *
      *****************************************************************
       1100-LOAD-HISTORY.
            OPEN INPUT HISTF.
            MOVE LOW-VALUES TO JOBNAM OF HISTREC.
            START HISTF KEY IS NOT LESS THAN JOBNAM OF HISTREC
                INVALID KEY SET EOFHIST TO TRUE
            END-START.
            IF NOT HIST-OK AND NOT EOFHIST
               DISPLAY 'CRITPATH - JOBHIST START ERROR, STATUS '
                       HISTSTATUS
               SET EOFHIST TO TRUE
            END-IF.
            IF NOT EOFHIST
               READ HISTF NEXT RECORD
                   AT END SET EOFHIST TO TRUE
               END-READ
               IF NOT HIST-OK AND NOT EOFHIST
                  DISPLAY 'CRITPATH - JOBHIST READ ERROR, STATUS '
                          HISTSTATUS
                  SET EOFHIST TO TRUE
               END-IF
            END-IF.
            PERFORM UNTIL EOFHIST
               MOVE SYSNAM OF HISTREC TO WS-ROWSYS
               IF WS-ROWSYS = SPACES
                  MOVE WS-LCLSYS TO WS-ROWSYS
               END-IF
               IF RUNDATE OF HISTREC NOT < WS-CUTDATE
                  AND RUNDATE OF HISTREC NOT > WS-RUNDATE
                  AND WS-ROWSYS = WS-SYSNAM
                  PERFORM 1110-ADD-RUN
               END-IF
               READ HISTF NEXT RECORD
                   AT END SET EOFHIST TO TRUE
               END-READ
               IF NOT HIST-OK AND NOT EOFHIST
                  DISPLAY 'CRITPATH - JOBHIST READ ERROR, STATUS '
                          HISTSTATUS
                  SET EOFHIST TO TRUE
               END-IF
            END-PERFORM.
            CLOSE HISTF.
            PERFORM VARYING WS-JIDX FROM 1 BY 1
                UNTIL WS-JIDX > WS-JOB-CNT
               IF JOB-TAB-RAN (WS-JIDX) = IND-ON
                  COMPUTE JOB-TAB-DURSEC (WS-JIDX) =
                          JOB-TAB-ENDSEC (WS-JIDX)
                          - JOB-TAB-STRSEC (WS-JIDX)
                  ADD 1 TO WS-TOTRUN
               END-IF
               IF JOB-TAB-HSTRUNS (WS-JIDX) > ZEROES
                  COMPUTE JOB-TAB-AVGSEC (WS-JIDX) =
                          JOB-TAB-HSTTOT (WS-JIDX)
                          / JOB-TAB-HSTRUNS (WS-JIDX)
               END-IF
            END-PERFORM.
       1110-ADD-RUN.
            IF WS-JOB-CNT = ZEROES
               OR JOB-TAB-JOBNAM (WS-JOB-CNT) NOT = JOBNAM OF HISTREC
               IF WS-JOB-CNT < 1000
                  ADD 1 TO WS-JOB-CNT
                  INITIALIZE JOB-TAB-ENTRY (WS-JOB-CNT)
                  MOVE JOBNAM OF HISTREC
                       TO JOB-TAB-JOBNAM (WS-JOB-CNT)
                  MOVE IND-OFF TO JOB-TAB-RAN (WS-JOB-CNT)
                  MOVE SPACE TO JOB-TAB-OVLAP (WS-JOB-CNT)
               ELSE
                  SET JOB-TAB-FULL TO TRUE
               END-IF
            END-IF.
            IF JOB-TAB-JOBNAM (WS-JOB-CNT) = JOBNAM OF HISTREC
               IF RUNDATE OF HISTREC = WS-RUNDATE
                  MOVE STRHORA OF HISTREC TO WS-HMS
                  COMPUTE WS-STRSEC = WS-HMS-HH * 3600
                          + WS-HMS-MM * 60 + WS-HMS-SS
                  COMPUTE WS-ENDSEC = WS-STRSEC + DURSEC OF HISTREC
                  IF JOB-TAB-RAN (WS-JOB-CNT) = IND-OFF
                     MOVE IND-ON TO JOB-TAB-RAN (WS-JOB-CNT)
                     MOVE STRHORA OF HISTREC
                          TO JOB-TAB-STRHORA (WS-JOB-CNT)
                     MOVE WS-STRSEC TO JOB-TAB-STRSEC (WS-JOB-CNT)
                     MOVE WS-ENDSEC TO JOB-TAB-ENDSEC (WS-JOB-CNT)
                  ELSE
                     IF WS-ENDSEC > JOB-TAB-ENDSEC (WS-JOB-CNT)
                        MOVE WS-ENDSEC TO JOB-TAB-ENDSEC (WS-JOB-CNT)
                     END-IF
                  END-IF
               ELSE
                  ADD DURSEC OF HISTREC
                      TO JOB-TAB-HSTTOT (WS-JOB-CNT)
                  ADD 1 TO JOB-TAB-HSTRUNS (WS-JOB-CNT)
               END-IF
            END-IF.
       1200-LOAD-DEPS.
            OPEN INPUT DEPF.
            READ DEPF
                AT END SET EOFDEP TO TRUE
            END-READ.
            PERFORM UNTIL EOFDEP OR WS-DEP-CNT NOT < 2000
               ADD 1 TO WS-DEP-CNT
               MOVE SUCCNAM OF DEPREC TO DEP-TAB-SUCCNAM (WS-DEP-CNT)
               MOVE PREDNAM OF DEPREC TO DEP-TAB-PREDNAM (WS-DEP-CNT)
               READ DEPF
                   AT END SET EOFDEP TO TRUE
               END-READ
            END-PERFORM.
            IF NOT EOFDEP
               DISPLAY 'CRITPATH - MORE THAN 2000 JOBDEPF ENTRIES, '
                       'REMAINDER IGNORED'
            END-IF.
            CLOSE DEPF.
      *****************************************************************
      *    The latest-start time comes from the EXPSCHD entry only   *
      *    when the job is expected on the run date's day of week -  *
      *    the same rule SCHDRECN applies before it calls a job LATE.*
      *    An entry expected on another system is ignored; a blank   *
      *    SYSNAM expects the job on any.                            *
      *****************************************************************
       1300-LOAD-SCHEDULE.
            OPEN INPUT SCHDF.
            READ SCHDF
                AT END SET EOFSCHD TO TRUE
            END-READ.
            PERFORM UNTIL EOFSCHD
               IF RUNDAYS OF SCHDREC (WS-DOW:1) = 'Y'
                  AND (SYSNAM OF SCHDREC = SPACES
                       OR SYSNAM OF SCHDREC = WS-SYSNAM)
                  MOVE JOBNAM OF SCHDREC TO WS-FIND-NAME
                  PERFORM 8000-FIND-JOB
                  IF WS-FIND-IDX > ZEROES
                     MOVE LATEHORA OF SCHDREC
                          TO JOB-TAB-LATE (WS-FIND-IDX)
                  END-IF
               END-IF
               READ SCHDF
                   AT END SET EOFSCHD TO TRUE
               END-READ
            END-PERFORM.
            CLOSE SCHDF.
      *****************************************************************
      *    The predecessor a job actually waited on is the one that   *
      *    ended last before the job started.  When every one that    *
      *    ran was still running at the job's start the dependency    *
      *    was not honoured; the last to end is still taken, with     *
      *    no wait and the overlap noted.                             *
      *****************************************************************
       2000-FIND-WAITS.
            MOVE ZEROES TO JOB-TAB-PRED (WS-JIDX)
                            JOB-TAB-WAIT (WS-JIDX).
            IF JOB-TAB-RAN (WS-JIDX) = IND-ON
               MOVE ZEROES TO WS-BEST WS-BEST-END
                               WS-LATE-BEST WS-LATE-END
               PERFORM VARYING WS-DIDX FROM 1 BY 1
                   UNTIL WS-DIDX > WS-DEP-CNT
                  IF DEP-TAB-SUCCNAM (WS-DIDX)
                     = JOB-TAB-JOBNAM (WS-JIDX)
                     MOVE DEP-TAB-PREDNAM (WS-DIDX) TO WS-FIND-NAME
                     PERFORM 8000-FIND-JOB
                     IF WS-FIND-IDX > ZEROES
                        AND JOB-TAB-RAN (WS-FIND-IDX) = IND-ON
                        IF JOB-TAB-ENDSEC (WS-FIND-IDX)
                           NOT > JOB-TAB-STRSEC (WS-JIDX)
                           IF WS-BEST = ZEROES
                              OR JOB-TAB-ENDSEC (WS-FIND-IDX)
                                 > WS-BEST-END
                              MOVE WS-FIND-IDX TO WS-BEST
                              MOVE JOB-TAB-ENDSEC (WS-FIND-IDX)
                                   TO WS-BEST-END
                           END-IF
                        ELSE
                           IF WS-LATE-BEST = ZEROES
                              OR JOB-TAB-ENDSEC (WS-FIND-IDX)
                                 > WS-LATE-END
                              MOVE WS-FIND-IDX TO WS-LATE-BEST
                              MOVE JOB-TAB-ENDSEC (WS-FIND-IDX)
                                   TO WS-LATE-END
                           END-IF
                        END-IF
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-BEST > ZEROES
                  MOVE WS-BEST TO JOB-TAB-PRED (WS-JIDX)
                  COMPUTE JOB-TAB-WAIT (WS-JIDX) =
                          JOB-TAB-STRSEC (WS-JIDX) - WS-BEST-END
               ELSE
                  IF WS-LATE-BEST > ZEROES
                     MOVE WS-LATE-BEST TO JOB-TAB-PRED (WS-JIDX)
                     MOVE 'Y' TO JOB-TAB-OVLAP (WS-JIDX)
                  END-IF
               END-IF
            END-IF.
       2900-PRINT-HEADING.
            MOVE 9999999 TO WS-WINSTR.
            MOVE ZEROES TO WS-WINEND.
            PERFORM VARYING WS-JIDX FROM 1 BY 1
                UNTIL WS-JIDX > WS-JOB-CNT
               IF JOB-TAB-RAN (WS-JIDX) = IND-ON
                  IF JOB-TAB-STRSEC (WS-JIDX) < WS-WINSTR
                     MOVE JOB-TAB-STRSEC (WS-JIDX) TO WS-WINSTR
                  END-IF
                  IF JOB-TAB-ENDSEC (WS-JIDX) > WS-WINEND
                     MOVE JOB-TAB-ENDSEC (WS-JIDX) TO WS-WINEND
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-TOTRUN = ZEROES
               MOVE ZEROES TO WS-WINSTR
            END-IF.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-RUNDATE TO RUNDATE OF HDR2-O.
            MOVE WS-SYSNAM  TO SYSNAM OF HDR2-O.
            MOVE WS-WINSTR TO WS-CNV-SECS.
            PERFORM 8100-SECS-TO-HMS.
            MOVE WS-HMS TO WINSTR OF HDR2-O.
            MOVE WS-WINEND TO WS-CNV-SECS.
            PERFORM 8100-SECS-TO-HMS.
            MOVE WS-HMS TO WINEND OF HDR2-O.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
       3000-PRINT-WAITS.
            MOVE 'DEPENDENCY WAITS' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'WAITHDR'.
            PERFORM VARYING WS-JIDX FROM 1 BY 1
                UNTIL WS-JIDX > WS-JOB-CNT
               IF JOB-TAB-RAN (WS-JIDX) = IND-ON
                  SET NOT-HAS-DEPS TO TRUE
                  PERFORM VARYING WS-DIDX FROM 1 BY 1
                      UNTIL WS-DIDX > WS-DEP-CNT OR HAS-DEPS
                     IF DEP-TAB-SUCCNAM (WS-DIDX)
                        = JOB-TAB-JOBNAM (WS-JIDX)
                        SET HAS-DEPS TO TRUE
                     END-IF
                  END-PERFORM
                  IF HAS-DEPS
                     PERFORM 3100-PRINT-WAIT-LINE
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-TOTWAIT = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
       3100-PRINT-WAIT-LINE.
            MOVE JOB-TAB-JOBNAM (WS-JIDX) TO JOBNAM OF WAITLINE-O.
            MOVE JOB-TAB-STRHORA (WS-JIDX) TO STRHORA OF WAITLINE-O.
            MOVE JOB-TAB-ENDSEC (WS-JIDX) TO WS-CNV-SECS.
            PERFORM 8100-SECS-TO-HMS.
            MOVE WS-HMS TO ENDHORA OF WAITLINE-O.
            MOVE SPACES TO NOTE OF WAITLINE-O.
            IF JOB-TAB-PRED (WS-JIDX) = ZEROES
               MOVE SPACES TO PREDNAM OF WAITLINE-O
               MOVE ZEROES TO PREDEND OF WAITLINE-O
                               WAITSEC OF WAITLINE-O
               MOVE 'NO PREDECESSOR RAN' TO NOTE OF WAITLINE-O
            ELSE
               ADD 1 TO WS-TOTWAIT
               MOVE JOB-TAB-PRED (WS-JIDX) TO WS-CUR
               MOVE JOB-TAB-JOBNAM (WS-CUR) TO PREDNAM OF WAITLINE-O
               MOVE JOB-TAB-ENDSEC (WS-CUR) TO WS-CNV-SECS
               PERFORM 8100-SECS-TO-HMS
               MOVE WS-HMS TO PREDEND OF WAITLINE-O
               MOVE JOB-TAB-WAIT (WS-JIDX) TO WAITSEC OF WAITLINE-O
               IF JOB-TAB-OVLAP (WS-JIDX) = 'Y'
                  MOVE 'STARTED BEFORE END' TO NOTE OF WAITLINE-O
               END-IF
            END-IF.
            WRITE RPTREC FROM WAITLINE-O FORMAT 'WAITLINE'.
      *****************************************************************
      *    The critical path: from the job that ended last, back     *
      *    through the predecessor each one waited on, printed head  *
      *    first.  The 500-step cap stops a cycle keyed in behind    *
      *    DEPMNT's back from looping for ever.                      *
      *****************************************************************
       4000-PRINT-PATH.
            MOVE 'CRITICAL PATH - CHAIN SETTING WINDOW END'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'PATHHDR'.
            MOVE ZEROES TO WS-CUR WS-BEST-END.
            PERFORM VARYING WS-JIDX FROM 1 BY 1
                UNTIL WS-JIDX > WS-JOB-CNT
               IF JOB-TAB-RAN (WS-JIDX) = IND-ON
                  AND (WS-CUR = ZEROES
                       OR JOB-TAB-ENDSEC (WS-JIDX) > WS-BEST-END)
                  MOVE WS-JIDX TO WS-CUR
                  MOVE JOB-TAB-ENDSEC (WS-JIDX) TO WS-BEST-END
               END-IF
            END-PERFORM.
            MOVE ZEROES TO WS-PATH-CNT.
            PERFORM UNTIL WS-CUR = ZEROES OR WS-PATH-CNT NOT < 500
               ADD 1 TO WS-PATH-CNT
               MOVE WS-CUR TO PATH-TAB-JIDX (WS-PATH-CNT)
               MOVE JOB-TAB-PRED (WS-CUR) TO WS-CUR
            END-PERFORM.
            MOVE ZEROES TO WS-STEP.
            PERFORM VARYING WS-PIDX2 FROM WS-PATH-CNT BY -1
                UNTIL WS-PIDX2 < 1
               ADD 1 TO WS-STEP
               MOVE PATH-TAB-JIDX (WS-PIDX2) TO WS-CUR
               MOVE WS-STEP TO STEP OF PATHLINE-O
               MOVE JOB-TAB-JOBNAM (WS-CUR) TO JOBNAM OF PATHLINE-O
               MOVE JOB-TAB-STRHORA (WS-CUR) TO STRHORA OF PATHLINE-O
               MOVE JOB-TAB-ENDSEC (WS-CUR) TO WS-CNV-SECS
               PERFORM 8100-SECS-TO-HMS
               MOVE WS-HMS TO ENDHORA OF PATHLINE-O
               MOVE JOB-TAB-DURSEC (WS-CUR) TO DURSEC OF PATHLINE-O
               MOVE JOB-TAB-WAIT (WS-CUR) TO WAITSEC OF PATHLINE-O
               WRITE RPTREC FROM PATHLINE-O FORMAT 'PATHLINE'
            END-PERFORM.
            IF WS-PATH-CNT = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
       5000-PRINT-LATE.
            MOVE 'LATE JOBS AND ROOT CAUSE' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'LATEHDR'.
            PERFORM VARYING WS-JIDX FROM 1 BY 1
                UNTIL WS-JIDX > WS-JOB-CNT
               IF JOB-TAB-RAN (WS-JIDX) = IND-ON
                  AND JOB-TAB-LATE (WS-JIDX) NOT = ZEROES
                  AND JOB-TAB-STRHORA (WS-JIDX)
                      > JOB-TAB-LATE (WS-JIDX)
                  ADD 1 TO WS-TOTLATE
                  PERFORM 5100-FIND-ROOT
                  MOVE JOB-TAB-JOBNAM (WS-JIDX)
                       TO JOBNAM OF LATELINE-O
                  MOVE JOB-TAB-STRHORA (WS-JIDX)
                       TO STRHORA OF LATELINE-O
                  MOVE JOB-TAB-LATE (WS-JIDX)
                       TO LATEHORA OF LATELINE-O
                  MOVE JOB-TAB-JOBNAM (WS-CUR)
                       TO ROOTNAM OF LATELINE-O
                  MOVE JOB-TAB-DURSEC (WS-CUR)
                       TO DURSEC OF LATELINE-O
                  MOVE JOB-TAB-AVGSEC (WS-CUR)
                       TO AVGSEC OF LATELINE-O
                  WRITE RPTREC FROM LATELINE-O FORMAT 'LATELINE'
               END-IF
            END-PERFORM.
            IF WS-TOTLATE = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
      *****************************************************************
      *    Root cause of the late job at WS-JIDX, returned in WS-CUR *
      *    with the note set.  Not held by a predecessor: the job    *
      *    itself.  Held: walk the held chain upstream, keeping the  *
      *    member that overran its 90-day average by the most; with  *
      *    no overrun anywhere the head of the held chain is the     *
      *    cause.                                                    *
      *****************************************************************
       5100-FIND-ROOT.
            IF JOB-TAB-PRED (WS-JIDX) = ZEROES
               OR JOB-TAB-WAIT (WS-JIDX) > HOLD-LIMIT
               OR JOB-TAB-OVLAP (WS-JIDX) = 'Y'
               MOVE WS-JIDX TO WS-CUR
               MOVE 'OWN START' TO NOTE OF LATELINE-O
            ELSE
               MOVE JOB-TAB-PRED (WS-JIDX) TO WS-CUR
               MOVE ZEROES TO WS-BEST WS-BEST-OVER WS-STEP
               SET NOT-WALK-DONE TO TRUE
               PERFORM UNTIL WALK-DONE
                  ADD 1 TO WS-STEP
                  IF JOB-TAB-HSTRUNS (WS-CUR) > ZEROES
                     COMPUTE WS-OVER = JOB-TAB-DURSEC (WS-CUR)
                             - JOB-TAB-AVGSEC (WS-CUR)
                     IF WS-OVER > WS-BEST-OVER
                        MOVE WS-OVER TO WS-BEST-OVER
                        MOVE WS-CUR TO WS-BEST
                     END-IF
                  END-IF
                  IF JOB-TAB-PRED (WS-CUR) = ZEROES
                     OR JOB-TAB-WAIT (WS-CUR) > HOLD-LIMIT
                     OR JOB-TAB-OVLAP (WS-CUR) = 'Y'
                     OR WS-STEP NOT < 500
                     SET WALK-DONE TO TRUE
                  ELSE
                     MOVE JOB-TAB-PRED (WS-CUR) TO WS-CUR
                  END-IF
               END-PERFORM
               IF WS-BEST > ZEROES
                  MOVE WS-BEST TO WS-CUR
                  MOVE 'RAN LONG' TO NOTE OF LATELINE-O
               ELSE
                  MOVE 'LATE START UPSTREAM' TO NOTE OF LATELINE-O
               END-IF
            END-IF.
       8000-FIND-JOB.
            MOVE ZEROES TO WS-FIND-IDX.
            PERFORM VARYING WS-FIDX FROM 1 BY 1
                UNTIL WS-FIDX > WS-JOB-CNT OR WS-FIND-IDX > ZEROES
               IF JOB-TAB-JOBNAM (WS-FIDX) = WS-FIND-NAME
                  MOVE WS-FIDX TO WS-FIND-IDX
               END-IF
            END-PERFORM.
      *****************************************************************
      *    Seconds from the run date's midnight back to HHMMSS on    *
      *    the clock - an end past midnight wraps to the next day.   *
      *****************************************************************
       8100-SECS-TO-HMS.
            DIVIDE WS-CNV-SECS BY 86400
                GIVING WS-CNV-DAYS REMAINDER WS-CNV-REM.
            DIVIDE WS-CNV-REM BY 3600
                GIVING WS-HMS-HH REMAINDER WS-CNV-MIN.
            DIVIDE WS-CNV-MIN BY 60
                GIVING WS-HMS-MM REMAINDER WS-HMS-SS.
       9000-TERMINATE.
            CLOSE RPTFILE.
