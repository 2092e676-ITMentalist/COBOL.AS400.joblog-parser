       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTRPT.
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
      *                 Oct2026 - EVTRPT written to list the EVENTF
      *                           events EVTSEND has not delivered to
      *                           the monitoring console, so an outage
      *                           of the feed is seen from this side
      *                           and not only by the console missing
      *                           its events.
      *
      * @
      * EVTRPT takes no parameters.  It reads EVENTF in arrival order
      * and prints every record whose SNDSTS is not S: NEW (written
      * and never tried) or FAILED, with the failed attempts so far,
      * the date and time of the last attempt and the event's age in
      * hours.  A MISSING event has no job, so its job name is shown
      * in the JOB column.  The totals give the undelivered, never
      * sent and failed counts and the oldest undelivered event.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTF ASSIGN TO DISK-EVENTF
                   FILE STATUS IS EVTSTATUS.
           SELECT RPTFILE ASSIGN TO PRINTER-QPRINT.
       DATA DIVISION.
       FILE SECTION.
        FD EVENTF
             LABEL RECORDS ARE STANDARD.
         01 EVTREC.
               COPY DDS-ALL-FORMATS OF EVENTF.
        FD RPTFILE
             LABEL RECORDS ARE STANDARD.
         01 RPTREC.
               COPY DDS-ALL-FORMATS OF EVTRPT.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   EVTSTATUS                     PIC XX.
           88 EVT-OK                    VALUE "00".
       01   WS-EVT-EOF                    PIC 1       VALUE B"0".
           88 EVT-EOF                   VALUE B"1".
           88 NOT-EVT-EOF               VALUE B"0".
       01   WS-TOTPEND                    PIC 9(07)   VALUE ZEROES.
       01   WS-TOTNEW                     PIC 9(07)   VALUE ZEROES.
       01   WS-TOTFAIL                    PIC 9(07)   VALUE ZEROES.
       01   WS-OLDDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-OLDHORA                    PIC 9(06)   VALUE ZEROES.
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-NOWDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-NOWHORA                    PIC 9(06)   VALUE ZEROES.
       01   WS-NOW-MIN                    PIC 9(10)   VALUE ZEROES.
       01   WS-EVT-MIN                    PIC 9(10)   VALUE ZEROES.
       01   WS-AGE-HRS                    PIC 9(05)   VALUE ZEROES.
       01   WS-YMD                        PIC 9(08)   VALUE ZEROES.
       01   WS-HMS                        PIC 9(06).
       01   WS-HMS-R REDEFINES WS-HMS.
         05  WS-HMS-HH                    PIC 9(02).
         05  WS-HMS-MM                    PIC 9(02).
         05  WS-HMS-SS                    PIC 9(02).
       PROCEDURE DIVISION.
       MAINPROC.
            PERFORM 1000-INITIALIZE.
            PERFORM 2000-SCAN-EVENTS.
            IF WS-TOTPEND = ZEROES
               WRITE RPTREC FORMAT 'NONE'
            END-IF.
            MOVE WS-TOTPEND TO TOTPEND OF TOTALS-O.
            MOVE WS-TOTNEW  TO TOTNEW OF TOTALS-O.
            MOVE WS-TOTFAIL TO TOTFAIL OF TOTALS-O.
            MOVE WS-OLDDATE TO OLDDATE OF TOTALS-O.
            MOVE WS-OLDHORA TO OLDHORA OF TOTALS-O.
            WRITE RPTREC FROM TOTALS-O FORMAT 'TOTALS'.
            PERFORM 9000-TERMINATE.
            GOBACK.
       1000-INITIALIZE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-NOWDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOWHORA.
            MOVE WS-NOWHORA TO WS-HMS.
            COMPUTE WS-NOW-MIN =
                    FUNCTION INTEGER-OF-DATE(WS-NOW-YMD) * 1440
                    + WS-HMS-HH * 60 + WS-HMS-MM.
            OPEN OUTPUT RPTFILE.
            WRITE RPTREC FORMAT 'HDR'.
            MOVE WS-NOWDATE TO RUNDATE OF HDR2-O.
            MOVE WS-NOWHORA TO RUNHORA OF HDR2-O.
            WRITE RPTREC FROM HDR2-O FORMAT 'HDR2'.
            WRITE RPTREC FORMAT 'COLHDR'.
      *****************************************************************
      *    EVENTF is in arrival order, so the first undelivered      *
      *    event found is the oldest.                                *
      *****************************************************************
       2000-SCAN-EVENTS.
            SET NOT-EVT-EOF TO TRUE.
            OPEN INPUT EVENTF.
            IF NOT EVT-OK
               DISPLAY 'EVTRPT - EVENTF OPEN ERROR, STATUS ' EVTSTATUS
            ELSE
               PERFORM 2010-READ-EVENT
               PERFORM 2100-EVENT-STEP UNTIL EVT-EOF
               CLOSE EVENTF
            END-IF.
       2010-READ-EVENT.
            READ EVENTF
                AT END SET EVT-EOF TO TRUE
            END-READ.
            IF NOT EVT-OK AND NOT EVT-EOF
               DISPLAY 'EVTRPT - EVENTF READ ERROR, STATUS ' EVTSTATUS
               SET EVT-EOF TO TRUE
            END-IF.
       2100-EVENT-STEP.
            IF SNDSTS OF EVTREC NOT = 'S'
               PERFORM 2200-PRINT-EVENT
            END-IF.
            PERFORM 2010-READ-EVENT.
       2200-PRINT-EVENT.
            ADD 1 TO WS-TOTPEND.
            IF WS-TOTPEND = 1
               MOVE EVTDATE OF EVTREC TO WS-OLDDATE
               MOVE EVTHORA OF EVTREC TO WS-OLDHORA
            END-IF.
            MOVE EVTDATE OF EVTREC TO EVTDATE OF EVTDTL-O.
            MOVE EVTHORA OF EVTREC TO EVTHORA OF EVTDTL-O.
            MOVE EVTTYP OF EVTREC  TO EVTTYP OF EVTDTL-O.
            MOVE EVTSRC OF EVTREC  TO EVTSRC OF EVTDTL-O.
            IF JOBID OF EVTREC = SPACES
               MOVE JOBNAM OF EVTREC TO JOBID OF EVTDTL-O
            ELSE
               MOVE JOBID OF EVTREC  TO JOBID OF EVTDTL-O
            END-IF.
            IF SNDSTS OF EVTREC = 'F'
               MOVE 'FAILED' TO STSTXT OF EVTDTL-O
               ADD 1 TO WS-TOTFAIL
            ELSE
               MOVE 'NEW'    TO STSTXT OF EVTDTL-O
               ADD 1 TO WS-TOTNEW
            END-IF.
            MOVE RTYCNT OF EVTREC  TO RTYCNT OF EVTDTL-O.
            MOVE SNDDATE OF EVTREC TO SNDDATE OF EVTDTL-O.
            MOVE SNDHORA OF EVTREC TO SNDHORA OF EVTDTL-O.
            COMPUTE WS-YMD = EVTDATE OF EVTREC + 19000000.
            MOVE EVTHORA OF EVTREC TO WS-HMS.
            COMPUTE WS-EVT-MIN =
                    FUNCTION INTEGER-OF-DATE(WS-YMD) * 1440
                    + WS-HMS-HH * 60 + WS-HMS-MM.
            IF WS-EVT-MIN < WS-NOW-MIN
               COMPUTE WS-AGE-HRS = (WS-NOW-MIN - WS-EVT-MIN) / 60
            ELSE
               MOVE ZEROES TO WS-AGE-HRS
            END-IF.
            MOVE WS-AGE-HRS        TO AGEHRS OF EVTDTL-O.
            MOVE OUTCOME OF EVTREC TO OUTCOME OF EVTDTL-O.
            MOVE MSGID OF EVTREC   TO MSGID OF EVTDTL-O.
            WRITE RPTREC FROM EVTDTL-O FORMAT 'EVTDTL'.
       9000-TERMINATE.
            CLOSE RPTFILE.
            DISPLAY 'EVTRPT - ' WS-TOTPEND ' UNDELIVERED EVENTS, '
                    WS-TOTFAIL ' FAILED'.
