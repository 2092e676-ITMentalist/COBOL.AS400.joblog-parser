       IDENTIFICATION DIVISION.
       PROGRAM-ID. RERUNRPT.
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
      *                 Oct2026 - RERUNRPT written now that JOBHIST
      *                           keeps every run attempt instead of
      *                           letting a rerun overwrite the failed
      *                           first try: for the run date, every
      *                           job name that needed more than one
      *                           attempt, how many, and the first
      *                           attempt's outcome against the final
      *                           one; then, month to date, the
      *                           number of nights each name needed a
      *                           rerun and the extra attempts it
      *                           took - the jobs whose first run is
      *                           routinely thrown away.
      *                 Oct2026 - the attempts of a name on a date are
      *                           split by the system they ran on
      *                           (blank SYSNAM counts as this
      *                           system): each system's runs are
      *                           their own chain, and both the
      *                           chain line and the month line
      *                           print the system.
      *
      * @
      * RERUNRPT takes the night's date (PRUNDATE, CYYMMDD) and makes
      * one pass over JOBHIST, which is keyed name, run date, start
      * time, job number - so the attempts of one name on one date
      * arrive together and in the order they ran.  Within a
      * name-date the attempts are split by system, since a run of
      * the same name on another partition is a chain of its own.
      * Each name-date-system group from the first of the run date's
      * month up to the run date is closed on the name-date break: a
      * group of more than one attempt adds to the name and system's
      * month-to-date counts and, when it is the run date itself,
      * prints its chain line.  An attempt FAILED
      * when its highest severity reached 40 or its completion
      * message never came - MORNDGST's bad-job test - and is CLEAN
      * otherwise.
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
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
        FD HISTF.
         01 HISTREC.
               COPY DDS-ALL-FORMATS OF JOBHIST.
         88 EOFHIST                     VALUE B"1".
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
               COPY DDS-ALL-FORMATS OF RERUNRPT.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   HISTSTATUS                    PIC XX.
           88 HIST-OK                   VALUE "00".
       01   WS-PARM-OK                    PIC 1       VALUE B"0".
           88 PARM-OK                   VALUE B"1".
           88 NOT-PARM-OK               VALUE B"0".
       01   WS-PIDX                       PIC 9(01)   VALUE ZEROES.
       01   WS-RUNDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-MONDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-GRP-JOBNAM                 PIC X(10)   VALUE SPACES.
       01   WS-GRP-RUNDATE                PIC 9(07)   VALUE ZEROES.
       01   WS-LCLSYS                     PIC X(08)   VALUE SPACES.
       01   WS-CHKSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SYS-CNT                    PIC 9(02)   VALUE ZEROES.
       01   WS-GIDX                       PIC 9(02)   VALUE ZEROES.
       01   WS-SIDX                       PIC 9(02)   VALUE ZEROES.
       01   WS-GTAB-FULL                  PIC 1       VALUE B"0".
           88 GRP-TAB-FULL              VALUE B"1".
           88 NOT-GRP-TAB-FULL          VALUE B"0".
       01   GRP-TABLE.
         05 GRP-TAB-ENTRY OCCURS 1 TO 20 TIMES
              DEPENDING ON WS-SYS-CNT.
            10 GRP-TAB-SYSNAM            PIC X(08).
            10 GRP-TAB-CNT               PIC 9(03).
            10 GRP-TAB-FRSTNBR           PIC X(06).
            10 GRP-TAB-FRSTHORA          PIC 9(06).
            10 GRP-TAB-FRSTOUT           PIC X(07).
            10 GRP-TAB-LASTNBR           PIC X(06).
            10 GRP-TAB-LASTHORA          PIC 9(06).
            10 GRP-TAB-LASTOUT           PIC X(07).
       01   WS-OUTCOME                    PIC X(07)   VALUE SPACES.
       01   WS-TOTRERUN                   PIC 9(05)   VALUE ZEROES.
       01   WS-TOTRECV                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTFAIL                    PIC 9(05)   VALUE ZEROES.
       01   WS-TOTMON                     PIC 9(05)   VALUE ZEROES.
       01   WS-MON-CNT                    PIC 9(03)   VALUE ZEROES.
       01   WS-MIDX                       PIC 9(03)   VALUE ZEROES.
       01   WS-MFND                       PIC 9(03)   VALUE ZEROES.
       01   WS-TAB-FULL                   PIC 1       VALUE B"0".
           88 MON-TAB-FULL              VALUE B"1".
           88 NOT-MON-TAB-FULL          VALUE B"0".
       01   MON-TABLE.
         05 MON-TAB-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-MON-CNT.
            10 MON-TAB-JOBNAM            PIC X(10).
            10 MON-TAB-SYSNAM            PIC X(08).
            10 MON-TAB-NIGHTS            PIC 9(03).
            10 MON-TAB-RERUNS            PIC 9(05).
       LINKAGE SECTION.
        01 PRUNDATE  PIC X(07).
       PROCEDURE DIVISION USING PRUNDATE.
       MAINPROC.
            PERFORM 0100-EDIT-PARM.
            IF NOT PARM-OK
               DISPLAY 'RERUNRPT - RUN DATE PARAMETER MUST BE '
                       'NUMERIC CYYMMDD: ' PRUNDATE
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-SCAN-HISTORY UNTIL EOFHIST.
            IF WS-SYS-CNT > ZEROES
               PERFORM 2500-CLOSE-GROUP
            END-IF.
            IF WS-TOTRERUN = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            PERFORM 3000-PRINT-MONTH.
            MOVE WS-TOTRERUN TO TOTRERUN OF TOTALS-O.
            MOVE WS-TOTRECV  TO TOTRECV OF TOTALS-O.
            MOVE WS-TOTFAIL  TO TOTFAIL OF TOTALS-O.
            MOVE WS-TOTMON   TO TOTMON OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            IF MON-TAB-FULL
               DISPLAY 'RERUNRPT - MORE THAN 500 RERUN JOB NAMES IN '
                       'THE MONTH, MONTH SECTION IS INCOMPLETE'
            END-IF.
            IF GRP-TAB-FULL
               DISPLAY 'RERUNRPT - MORE THAN 20 SYSTEMS RAN ONE JOB '
                       'NAME ON ONE DATE, EXTRA SYSTEMS NOT COUNTED'
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
      *    CYYMMDD with DD forced to 01 - the first of the month.
            COMPUTE WS-MONDATE = WS-RUNDATE
                    - FUNCTION REM(WS-RUNDATE, 100) + 1.
            CALL 'JLSYSNM' USING WS-LCLSYS.
            OPEN INPUT HISTF.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-RUNDATE TO RUNDATE OF HDR2-O.
            MOVE WS-MONDATE TO MONDATE OF HDR2-O.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
            MOVE 'JOBS RERUN ON THE RUN DATE' TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'COLHDR'.
            MOVE LOW-VALUES TO JOBNAM OF HISTREC.
            START HISTF KEY IS NOT LESS THAN JOBNAM OF HISTREC
                INVALID KEY SET EOFHIST TO TRUE
            END-START.
            IF NOT HIST-OK AND NOT EOFHIST
               DISPLAY 'RERUNRPT - JOBHIST START ERROR, STATUS '
                       HISTSTATUS
               SET EOFHIST TO TRUE
            END-IF.
            IF NOT EOFHIST
               READ HISTF NEXT RECORD
                   AT END SET EOFHIST TO TRUE
               END-READ
               IF NOT HIST-OK AND NOT EOFHIST
                  DISPLAY 'RERUNRPT - JOBHIST READ ERROR, STATUS '
                          HISTSTATUS
                  SET EOFHIST TO TRUE
               END-IF
            END-IF.
      *****************************************************************
      *    One pass over JOBHIST.  Only run dates from the first of  *
      *    the month up to the run date matter; a change of name or  *
      *    date closes the groups built so far.  The runs of one     *
      *    name and date can come from several systems, interleaved  *
      *    by start time, so each system keeps its own group in      *
      *    GRP-TABLE until the break.                                *
      *****************************************************************
       2000-SCAN-HISTORY.
            IF RUNDATE OF HISTREC NOT < WS-MONDATE
               AND RUNDATE OF HISTREC NOT > WS-RUNDATE
               IF WS-SYS-CNT > ZEROES
                  AND (JOBNAM OF HISTREC NOT = WS-GRP-JOBNAM
                       OR RUNDATE OF HISTREC NOT = WS-GRP-RUNDATE)
                  PERFORM 2500-CLOSE-GROUP
               END-IF
               PERFORM 2100-OUTCOME
               IF WS-SYS-CNT = ZEROES
                  MOVE JOBNAM OF HISTREC  TO WS-GRP-JOBNAM
                  MOVE RUNDATE OF HISTREC TO WS-GRP-RUNDATE
               END-IF
               MOVE SYSNAM OF HISTREC TO WS-CHKSYS
               IF WS-CHKSYS = SPACES
                  MOVE WS-LCLSYS TO WS-CHKSYS
               END-IF
               PERFORM 2200-FIND-SYSTEM
               IF WS-GIDX > ZEROES
                  IF GRP-TAB-CNT (WS-GIDX) = ZEROES
                     MOVE JOBNBR OF HISTREC
                          TO GRP-TAB-FRSTNBR (WS-GIDX)
                     MOVE STRHORA OF HISTREC
                          TO GRP-TAB-FRSTHORA (WS-GIDX)
                     MOVE WS-OUTCOME TO GRP-TAB-FRSTOUT (WS-GIDX)
                  END-IF
                  ADD 1 TO GRP-TAB-CNT (WS-GIDX)
                  MOVE JOBNBR OF HISTREC  TO GRP-TAB-LASTNBR (WS-GIDX)
                  MOVE STRHORA OF HISTREC TO GRP-TAB-LASTHORA (WS-GIDX)
                  MOVE WS-OUTCOME         TO GRP-TAB-LASTOUT (WS-GIDX)
               END-IF
            END-IF.
            READ HISTF NEXT RECORD
                AT END SET EOFHIST TO TRUE
            END-READ.
            IF NOT HIST-OK AND NOT EOFHIST
               DISPLAY 'RERUNRPT - JOBHIST READ ERROR, STATUS '
                       HISTSTATUS
               SET EOFHIST TO TRUE
            END-IF.
       2100-OUTCOME.
            IF MAXSEV OF HISTREC NOT < 40
               OR ENDFLG OF HISTREC = 'N'
               MOVE 'FAILED' TO WS-OUTCOME
            ELSE
               MOVE 'CLEAN' TO WS-OUTCOME
            END-IF.
      *****************************************************************
      *    WS-GIDX - the group of system WS-CHKSYS in this name-date,*
      *    opened if it is the first run seen on that system; zero   *
      *    when GRP-TABLE has no room left.                          *
      *****************************************************************
       2200-FIND-SYSTEM.
            MOVE ZEROES TO WS-GIDX.
            PERFORM VARYING WS-SIDX FROM 1 BY 1
                UNTIL WS-SIDX > WS-SYS-CNT OR WS-GIDX > ZEROES
               IF GRP-TAB-SYSNAM (WS-SIDX) = WS-CHKSYS
                  MOVE WS-SIDX TO WS-GIDX
               END-IF
            END-PERFORM.
            IF WS-GIDX = ZEROES
               IF WS-SYS-CNT < 20
                  ADD 1 TO WS-SYS-CNT
                  MOVE WS-SYS-CNT TO WS-GIDX
                  MOVE WS-CHKSYS TO GRP-TAB-SYSNAM (WS-GIDX)
                  MOVE ZEROES    TO GRP-TAB-CNT (WS-GIDX)
               ELSE
                  SET GRP-TAB-FULL TO TRUE
               END-IF
            END-IF.
      *****************************************************************
      *    Each system's group of more than one attempt counts       *
      *    towards the name and system's month-to-date figures and,  *
      *    on the run date, gets its chain line.  The names arrive   *
      *    in key order, so a name's month entries, if any, are      *
      *    always the last ones in MON-TABLE.                        *
      *****************************************************************
       2500-CLOSE-GROUP.
            PERFORM VARYING WS-GIDX FROM 1 BY 1
                UNTIL WS-GIDX > WS-SYS-CNT
               IF GRP-TAB-CNT (WS-GIDX) > 1
                  PERFORM 2550-COUNT-MONTH
                  COMPUTE WS-TOTMON = WS-TOTMON
                          + GRP-TAB-CNT (WS-GIDX) - 1
                  IF WS-GRP-RUNDATE = WS-RUNDATE
                     PERFORM 2600-PRINT-CHAIN
                  END-IF
               END-IF
            END-PERFORM.
            MOVE ZEROES TO WS-SYS-CNT.
       2550-COUNT-MONTH.
            MOVE ZEROES TO WS-MFND.
            PERFORM VARYING WS-MIDX FROM WS-MON-CNT BY -1
                UNTIL WS-MIDX < 1 OR WS-MFND > ZEROES
               IF MON-TAB-JOBNAM (WS-MIDX) = WS-GRP-JOBNAM
                  AND MON-TAB-SYSNAM (WS-MIDX)
                      = GRP-TAB-SYSNAM (WS-GIDX)
                  MOVE WS-MIDX TO WS-MFND
               END-IF
            END-PERFORM.
            IF WS-MFND > ZEROES
               ADD 1 TO MON-TAB-NIGHTS (WS-MFND)
               COMPUTE MON-TAB-RERUNS (WS-MFND) =
                       MON-TAB-RERUNS (WS-MFND)
                       + GRP-TAB-CNT (WS-GIDX) - 1
            ELSE
               IF WS-MON-CNT < 500
                  ADD 1 TO WS-MON-CNT
                  MOVE WS-GRP-JOBNAM
                       TO MON-TAB-JOBNAM (WS-MON-CNT)
                  MOVE GRP-TAB-SYSNAM (WS-GIDX)
                       TO MON-TAB-SYSNAM (WS-MON-CNT)
                  MOVE 1 TO MON-TAB-NIGHTS (WS-MON-CNT)
                  COMPUTE MON-TAB-RERUNS (WS-MON-CNT) =
                          GRP-TAB-CNT (WS-GIDX) - 1
               ELSE
                  SET MON-TAB-FULL TO TRUE
               END-IF
            END-IF.
       2600-PRINT-CHAIN.
            ADD 1 TO WS-TOTRERUN.
            MOVE WS-GRP-JOBNAM TO JOBNAM OF DETAIL-O.
            MOVE GRP-TAB-SYSNAM (WS-GIDX)   TO SYSNAM OF DETAIL-O.
            MOVE GRP-TAB-CNT (WS-GIDX)      TO ATTEMPTS OF DETAIL-O.
            MOVE GRP-TAB-FRSTNBR (WS-GIDX)  TO FRSTNBR OF DETAIL-O.
            MOVE GRP-TAB-FRSTHORA (WS-GIDX) TO FRSTHORA OF DETAIL-O.
            MOVE GRP-TAB-FRSTOUT (WS-GIDX)  TO FRSTOUT OF DETAIL-O.
            MOVE GRP-TAB-LASTNBR (WS-GIDX)  TO LASTNBR OF DETAIL-O.
            MOVE GRP-TAB-LASTHORA (WS-GIDX) TO LASTHORA OF DETAIL-O.
            MOVE GRP-TAB-LASTOUT (WS-GIDX)  TO LASTOUT OF DETAIL-O.
            IF GRP-TAB-LASTOUT (WS-GIDX) = 'CLEAN'
               IF GRP-TAB-FRSTOUT (WS-GIDX) = 'FAILED'
                  MOVE 'RECOVERED' TO NOTE OF DETAIL-O
                  ADD 1 TO WS-TOTRECV
               ELSE
                  MOVE 'CLEAN RERUN' TO NOTE OF DETAIL-O
               END-IF
            ELSE
               MOVE 'STILL FAILING' TO NOTE OF DETAIL-O
               ADD 1 TO WS-TOTFAIL
            END-IF.
            WRITE RPTREC FROM DETAIL-O FORMAT 'DETAIL'.
       3000-PRINT-MONTH.
            MOVE 'RERUNS BY JOB NAME, MONTH TO DATE'
                 TO SECTTL OF SECHDR-O.
            WRITE RPTREC FROM SECHDR-O FORMAT 'SECHDR'.
            WRITE RPTREC FORMAT 'MONCOLHDR'.
            PERFORM VARYING WS-MIDX FROM 1 BY 1
                UNTIL WS-MIDX > WS-MON-CNT
               MOVE MON-TAB-JOBNAM (WS-MIDX) TO JOBNAM OF MONLINE-O
               MOVE MON-TAB-SYSNAM (WS-MIDX) TO SYSNAM OF MONLINE-O
               MOVE MON-TAB-NIGHTS (WS-MIDX) TO NIGHTS OF MONLINE-O
               MOVE MON-TAB-RERUNS (WS-MIDX) TO RERUNS OF MONLINE-O
               WRITE RPTREC FROM MONLINE-O FORMAT 'MONLINE'
            END-PERFORM.
            IF WS-MON-CNT = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
       9000-TERMINATE.
            CLOSE HISTF
                  RPTFILE.
