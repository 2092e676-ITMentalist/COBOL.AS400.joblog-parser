       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCLSCN.
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
      *                 Oct2026 - ESCLSCN written so a watched message
      *                           that fires at 02:00 and is missed on
      *                           QSYSOPR does not wait for the morning
      *                           review: it re-raises unacknowledged
      *                           ALERTF records to the on-call roster
      *                           in ONCALL one tier at a time and
      *                           logs every step in ALERTESC.
      *                 Oct2026 - each ALERTESC step now carries the
      *                           alert's SYSNAM, so the steps of
      *                           the same qualified job on two
      *                           partitions stay apart.
      *
      * @
      * ESCLSCN is submitted once each evening and runs until the
      * stop time in PSTOPHORA (HHMMSS, default 070000 - the next
      * morning when it is not later than the start time).  Every
      * SCAN-INTERVAL seconds it reads ALERTF; an alert that is not
      * acknowledged and has waited PESCMIN minutes (default 030)
      * since it was raised - or since its last escalation - goes to
      * the next tier up (1, 2, then 3; tier 3 is re-paged until
      * somebody answers).  The contact is the first ONCALL entry
      * for that tier whose days and hours cover the current time;
      * when nobody at the tier is on cover the next tier up is
      * tried.  A message-queue contact (ADDRTYP M) gets SNDMSG, a
      * pager contact (ADDRTYP P) an SNDSMTPEMM note.  Every step is
      * written to ALERTESC and the latest one stamped on the ALERTF
      * record, which is where ALERTREV and MORNDGST pick it up.
      * Alerts already older than MAX-AGE minutes are left for the
      * morning review - last week's forgotten alert is no reason to
      * wake anybody tonight.  Alerts written before ALTDATE/ALTHORA
      * existed are timed from the message itself.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCALL ASSIGN TO DISK-ONCALL
                   FILE STATUS IS OCSTATUS.
           SELECT ALERTF ASSIGN TO DISK-ALERTF
                   FILE STATUS IS AFILESTATUS.
           SELECT ESCF ASSIGN TO DISK-ALERTESC
                   FILE STATUS IS ESCSTATUS.
       DATA DIVISION.
       FILE SECTION.
        FD ONCALL
             LABEL RECORDS ARE STANDARD.
         01 ONCALLREC.
               COPY DDS-ALL-FORMATS OF ONCALL.
         88 EOFONCALL                   VALUE B"1".
        FD ALERTF
             LABEL RECORDS ARE STANDARD.
         01 ALERTREC.
               COPY DDS-ALL-FORMATS OF ALERTF.
        FD ESCF
             LABEL RECORDS ARE STANDARD.
         01 ESCREC.
               COPY DDS-ALL-FORMATS OF ALERTESC.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       77   SCAN-INTERVAL                 PIC 9(05)   VALUE 00300.
       77   MAX-AGE                       PIC 9(05)   VALUE 01440.
       77   TOP-TIER                      PIC 9(01)   VALUE 3.
       01   OCSTATUS                      PIC XX.
           88 OC-OK                     VALUE "00".
       01   AFILESTATUS                   PIC XX.
           88 AFILE-OK                  VALUE "00".
       01   ESCSTATUS                     PIC XX.
           88 ESC-OK                    VALUE "00".
       01   WS-PARM-OK                    PIC 1       VALUE B"0".
           88 PARM-OK                   VALUE B"1".
           88 NOT-PARM-OK               VALUE B"0".
       01   WS-PIDX                       PIC 9(01)   VALUE ZEROES.
       01   WS-ESCMIN                     PIC 9(03)   VALUE 030.
       01   WS-STOPHORA                   PIC 9(06)   VALUE 070000.
       01   WS-STOP-R REDEFINES WS-STOPHORA.
         05  WS-STOP-HH                   PIC 9(02).
         05  WS-STOP-MM                   PIC 9(02).
         05  WS-STOP-SS                   PIC 9(02).
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-NOWDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-NOWHORA                    PIC 9(06)   VALUE ZEROES.
       01   WS-NOWDAYS                    PIC 9(08)   VALUE ZEROES.
       01   WS-NOWDOW                     PIC 9(01)   VALUE ZEROES.
       01   WS-PRVDOW                     PIC 9(01)   VALUE ZEROES.
       01   WS-NOWABS                     PIC 9(11)   VALUE ZEROES.
       01   WS-STOPABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-BASEABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-RAISEABS                   PIC 9(11)   VALUE ZEROES.
       01   WS-CNV-DATE                   PIC 9(07)   VALUE ZEROES.
       01   WS-CNV-HORA                   PIC 9(06).
       01   WS-CNV-R REDEFINES WS-CNV-HORA.
         05  WS-CNV-HH                    PIC 9(02).
         05  WS-CNV-MM                    PIC 9(02).
         05  WS-CNV-SS                    PIC 9(02).
       01   WS-CNV-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-CNV-ABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-WAITED                     PIC S9(11)  VALUE ZEROES.
       01   WS-UNACKED                    PIC S9(11)  VALUE ZEROES.
       01   WS-WAITMIN                    PIC 9(05)   VALUE ZEROES.
       01   WS-SCAN-EOF                   PIC 1       VALUE B"0".
           88 SCAN-EOF                  VALUE B"1".
           88 NOT-SCAN-EOF              VALUE B"0".
       01   WS-DONE                       PIC 1       VALUE B"0".
           88 SCAN-DONE                 VALUE B"1".
           88 NOT-SCAN-DONE             VALUE B"0".
       01   WS-COVERED                    PIC 1       VALUE B"0".
           88 CONTACT-FOUND             VALUE B"1".
           88 NOT-CONTACT-FOUND         VALUE B"0".
       01   WS-TIER                       PIC 9(01)   VALUE ZEROES.
       01   WS-CHKDOW                     PIC 9(01)   VALUE ZEROES.
       01   WS-OC-CNT                     PIC 9(03)   VALUE ZEROES.
       01   WS-OIDX                       PIC 9(03)   VALUE ZEROES.
       01   WS-FOUND-IDX                  PIC 9(03)   VALUE ZEROES.
       01   ONCALL-TABLE.
         05 OC-TAB-ENTRY OCCURS 1 TO 200 TIMES
              DEPENDING ON WS-OC-CNT.
            10 OC-TAB-TIER               PIC 9(01).
            10 OC-TAB-CONTACT            PIC X(30).
            10 OC-TAB-ADDRTYP            PIC X(01).
            10 OC-TAB-ADDRESS            PIC X(40).
            10 OC-TAB-CVRDAYS            PIC X(07).
            10 OC-TAB-CVRSTR             PIC 9(06).
            10 OC-TAB-CVREND             PIC 9(06).
       01   WS-ALERTCLN                   PIC X(50).
       01   WS-TIER-A                     PIC X(01).
       01   WS-WAITMIN-E                  PIC ZZZZ9.
       01   WS-CMD                        PIC X(300).
       01   WS-CMDLEN                     PIC 9(9)    COMP-4.
       01   WS-DLYCMD                     PIC X(200).
       01   WS-DLYCMDLEN                  PIC 9(9)    COMP-4.
       01   WS-CNT-SCANS                  PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-ESC                    PIC 9(05)   VALUE ZEROES.
       01   WS-CNT-NOCOVER                PIC 9(05)   VALUE ZEROES.
       LINKAGE SECTION.
        01 PESCMIN   PIC X(03).
        01 PSTOPHORA PIC X(06).
       PROCEDURE DIVISION USING PESCMIN PSTOPHORA.
       MAINPROC.
            PERFORM 0100-EDIT-PARM.
            IF NOT PARM-OK
               DISPLAY 'ESCLSCN - ESCALATION MINUTES MUST BE 001-999 '
                       'AND STOP TIME A VALID HHMMSS: '
                       PESCMIN ' ' PSTOPHORA
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            IF WS-OC-CNT = ZEROES
               DISPLAY 'ESCLSCN - ONCALL ROSTER IS EMPTY, NOTHING '
                       'TO ESCALATE TO'
               GOBACK
            END-IF.
            PERFORM 2000-SCAN-CYCLE UNTIL SCAN-DONE.
            PERFORM 9000-TERMINATE.
            GOBACK.
      *****************************************************************
      *    Both parameters may be left blank for the defaults.  The  *
      *    escalation interval must be 1-999 minutes - zero would    *
      *    page every tier on the first pass.                        *
      *****************************************************************
       0100-EDIT-PARM.
            SET PARM-OK TO TRUE.
            IF PESCMIN NOT = SPACES
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 3
                  IF PESCMIN (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
               IF PARM-OK
                  COMPUTE WS-ESCMIN = FUNCTION NUMVAL(PESCMIN)
                  IF WS-ESCMIN = ZEROES
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-IF
            END-IF.
            IF PSTOPHORA NOT = SPACES
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                   UNTIL WS-PIDX > 6
                  IF PSTOPHORA (WS-PIDX:1) IS NOT NUMERIC
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-PERFORM
               IF PARM-OK
                  COMPUTE WS-STOPHORA = FUNCTION NUMVAL(PSTOPHORA)
                  IF WS-STOP-HH > 23 OR WS-STOP-MM > 59
                     OR WS-STOP-SS > 59
                     SET NOT-PARM-OK TO TRUE
                  END-IF
               END-IF
            END-IF.
      *****************************************************************
      *    The roster is small and read on every pass, so it is held *
      *    in a table; a roster change takes effect at the next      *
      *    evening's submit.  The stop time is fixed here as an      *
      *    absolute minute so the run survives midnight.             *
      *****************************************************************
       1000-INITIALIZE.
            OPEN INPUT ONCALL.
            IF NOT OC-OK
               DISPLAY 'ESCLSCN - ONCALL OPEN ERROR, STATUS '
                       OCSTATUS
               SET EOFONCALL TO TRUE
            ELSE
               READ ONCALL
                   AT END SET EOFONCALL TO TRUE
               END-READ
            END-IF.
            PERFORM 1100-LOAD-ROSTER
                UNTIL EOFONCALL OR WS-OC-CNT NOT < 200.
            IF NOT EOFONCALL
               DISPLAY 'ESCLSCN - MORE THAN 200 ONCALL ENTRIES, '
                       'REMAINDER IGNORED'
            END-IF.
            CLOSE ONCALL.
            PERFORM 8000-GET-NOW.
            MOVE WS-NOWDATE TO WS-CNV-DATE.
            MOVE WS-STOPHORA TO WS-CNV-HORA.
            PERFORM 8100-ABS-MINUTE.
            MOVE WS-CNV-ABS TO WS-STOPABS.
            IF WS-STOPHORA NOT > WS-NOWHORA
               ADD 1440 TO WS-STOPABS
            END-IF.
            MOVE 200 TO WS-DLYCMDLEN.
            MOVE SPACES TO WS-DLYCMD.
            STRING 'DLYJOB DLY('     DELIMITED BY SIZE
                   SCAN-INTERVAL     DELIMITED BY SIZE
                   ')'               DELIMITED BY SIZE
                   INTO WS-DLYCMD
            END-STRING.
       1100-LOAD-ROSTER.
            IF TIER OF ONCALLREC > ZEROES
               AND TIER OF ONCALLREC NOT > TOP-TIER
               AND NTFADDR OF ONCALLREC NOT = SPACES
               AND (ADDRTYP OF ONCALLREC = 'M'
                    OR ADDRTYP OF ONCALLREC = 'P')
               ADD 1 TO WS-OC-CNT
               MOVE TIER OF ONCALLREC
                    TO OC-TAB-TIER (WS-OC-CNT)
               MOVE CONTACT OF ONCALLREC
                    TO OC-TAB-CONTACT (WS-OC-CNT)
               MOVE ADDRTYP OF ONCALLREC
                    TO OC-TAB-ADDRTYP (WS-OC-CNT)
               MOVE NTFADDR OF ONCALLREC
                    TO OC-TAB-ADDRESS (WS-OC-CNT)
               MOVE CVRDAYS OF ONCALLREC
                    TO OC-TAB-CVRDAYS (WS-OC-CNT)
               MOVE CVRSTR OF ONCALLREC
                    TO OC-TAB-CVRSTR (WS-OC-CNT)
               MOVE CVREND OF ONCALLREC
                    TO OC-TAB-CVREND (WS-OC-CNT)
            ELSE
               DISPLAY 'ESCLSCN - ONCALL ENTRY FOR '
                       CONTACT OF ONCALLREC
                       ' HAS NO VALID TIER/ADDRESS, IGNORED'
            END-IF.
            READ ONCALL
                AT END SET EOFONCALL TO TRUE
            END-READ.
      *****************************************************************
      *    One pass over ALERTF, then sleep until the next pass or   *
      *    the stop time, whichever comes first.                     *
      *****************************************************************
       2000-SCAN-CYCLE.
            ADD 1 TO WS-CNT-SCANS.
            PERFORM 8000-GET-NOW.
            OPEN I-O ALERTF.
            IF NOT AFILE-OK
               DISPLAY 'ESCLSCN - ALERTF OPEN ERROR, STATUS '
                       AFILESTATUS
            ELSE
               OPEN EXTEND ESCF
               IF NOT ESC-OK
                  DISPLAY 'ESCLSCN - ALERTESC OPEN ERROR, STATUS '
                          ESCSTATUS
               ELSE
                  SET NOT-SCAN-EOF TO TRUE
                  READ ALERTF
                      AT END SET SCAN-EOF TO TRUE
                  END-READ
                  PERFORM 2100-CHECK-ALERT UNTIL SCAN-EOF
                  CLOSE ESCF
               END-IF
               CLOSE ALERTF
            END-IF.
            PERFORM 8000-GET-NOW.
            IF WS-NOWABS NOT < WS-STOPABS
               SET SCAN-DONE TO TRUE
            ELSE
               CALL 'QCMDEXC' USING WS-DLYCMD WS-DLYCMDLEN
               PERFORM 8000-GET-NOW
               IF WS-NOWABS NOT < WS-STOPABS
                  SET SCAN-DONE TO TRUE
               END-IF
            END-IF.
      *****************************************************************
      *    The escalation clock runs from the last escalation when   *
      *    there has been one, otherwise from when WATCHSCN raised   *
      *    the alert (from the message time for alerts written       *
      *    before the raise time was kept).                          *
      *****************************************************************
       2100-CHECK-ALERT.
            IF ACKFLG OF ALERTREC NOT = 'Y'
               IF ALTDATE OF ALERTREC > ZEROES
                  MOVE ALTDATE OF ALERTREC TO WS-CNV-DATE
                  MOVE ALTHORA OF ALERTREC TO WS-CNV-HORA
               ELSE
                  MOVE MSGDATE OF ALERTREC TO WS-CNV-DATE
                  MOVE MSGHORA OF ALERTREC TO WS-CNV-HORA
               END-IF
               PERFORM 8100-ABS-MINUTE
               MOVE WS-CNV-ABS TO WS-RAISEABS
               IF ESCCNT OF ALERTREC > ZEROES
                  MOVE ESCDATE OF ALERTREC TO WS-CNV-DATE
                  MOVE ESCHORA OF ALERTREC TO WS-CNV-HORA
                  PERFORM 8100-ABS-MINUTE
                  MOVE WS-CNV-ABS TO WS-BASEABS
               ELSE
                  MOVE WS-RAISEABS TO WS-BASEABS
               END-IF
               COMPUTE WS-UNACKED = WS-NOWABS - WS-RAISEABS
               COMPUTE WS-WAITED = WS-NOWABS - WS-BASEABS
               IF WS-WAITED NOT < WS-ESCMIN
                  AND WS-UNACKED NOT > MAX-AGE
                  PERFORM 2200-ESCALATE
               END-IF
            END-IF.
            READ ALERTF
                AT END SET SCAN-EOF TO TRUE
            END-READ.
            IF NOT AFILE-OK AND NOT SCAN-EOF
               DISPLAY 'ESCLSCN - ALERTF READ ERROR, STATUS '
                       AFILESTATUS
               SET SCAN-EOF TO TRUE
            END-IF.
      *****************************************************************
      *    One tier up from the last one notified (tier 3 stays at   *
      *    3); a tier with nobody on cover passes to the next one.   *
      *    When no tier from there up is covered the alert is left   *
      *    alone and tried again on the next pass.                   *
      *****************************************************************
       2200-ESCALATE.
            SET NOT-CONTACT-FOUND TO TRUE.
            COMPUTE WS-TIER = ESCTIER OF ALERTREC + 1.
            IF WS-TIER > TOP-TIER
               MOVE TOP-TIER TO WS-TIER
            END-IF.
            PERFORM 2300-FIND-CONTACT
                UNTIL CONTACT-FOUND OR WS-TIER > TOP-TIER.
            IF NOT CONTACT-FOUND
               ADD 1 TO WS-CNT-NOCOVER
               DISPLAY 'ESCLSCN - NO ON-CALL COVER FOR ALERT '
                       JOBID OF ALERTREC ' ' MSGID OF ALERTREC
            ELSE
               IF WS-UNACKED > 99999
                  MOVE 99999 TO WS-WAITMIN
               ELSE
                  MOVE WS-UNACKED TO WS-WAITMIN
               END-IF
               PERFORM 2400-NOTIFY
               PERFORM 2500-RECORD-STEP
            END-IF.
       2300-FIND-CONTACT.
            PERFORM VARYING WS-OIDX FROM 1 BY 1
                UNTIL WS-OIDX > WS-OC-CNT OR CONTACT-FOUND
               IF OC-TAB-TIER (WS-OIDX) = WS-TIER
                  PERFORM 2310-CHECK-COVER
                  IF CONTACT-FOUND
                     MOVE WS-OIDX TO WS-FOUND-IDX
                  END-IF
               END-IF
            END-PERFORM.
            IF NOT CONTACT-FOUND
               ADD 1 TO WS-TIER
            END-IF.
      *****************************************************************
      *    Blank CVRDAYS covers every day, zero hours the whole day. *
      *    The small hours of an overnight shift (start after end)   *
      *    belong to the day the shift started, so before the end    *
      *    time it is yesterday's day flag that counts.              *
      *****************************************************************
       2310-CHECK-COVER.
            MOVE WS-NOWDOW TO WS-CHKDOW.
            IF OC-TAB-CVRSTR (WS-OIDX) = ZEROES
               AND OC-TAB-CVREND (WS-OIDX) = ZEROES
               SET CONTACT-FOUND TO TRUE
            ELSE
               IF OC-TAB-CVRSTR (WS-OIDX) NOT > OC-TAB-CVREND (WS-OIDX)
                  IF WS-NOWHORA NOT < OC-TAB-CVRSTR (WS-OIDX)
                     AND WS-NOWHORA < OC-TAB-CVREND (WS-OIDX)
                     SET CONTACT-FOUND TO TRUE
                  END-IF
               ELSE
                  IF WS-NOWHORA NOT < OC-TAB-CVRSTR (WS-OIDX)
                     SET CONTACT-FOUND TO TRUE
                  ELSE
                     IF WS-NOWHORA < OC-TAB-CVREND (WS-OIDX)
                        SET CONTACT-FOUND TO TRUE
                        MOVE WS-PRVDOW TO WS-CHKDOW
                     END-IF
                  END-IF
               END-IF
            END-IF.
            IF CONTACT-FOUND
               AND OC-TAB-CVRDAYS (WS-OIDX) NOT = SPACES
               AND OC-TAB-CVRDAYS (WS-OIDX) (WS-CHKDOW:1) NOT = 'Y'
               SET NOT-CONTACT-FOUND TO TRUE
            END-IF.
      *****************************************************************
      *    Apostrophes in the alert text are blanked for the same    *
      *    reason as in WATCHSCN: they would end the quoted literal. *
      *****************************************************************
       2400-NOTIFY.
            MOVE ALERTTXT OF ALERTREC TO WS-ALERTCLN.
            INSPECT WS-ALERTCLN REPLACING ALL '''' BY ' '.
            MOVE WS-TIER TO WS-TIER-A.
            MOVE WS-WAITMIN TO WS-WAITMIN-E.
            MOVE SPACES TO WS-CMD.
            IF OC-TAB-ADDRTYP (WS-FOUND-IDX) = 'M'
               STRING 'SNDMSG MSG(''ESCALATION TIER ' DELIMITED BY SIZE
                      WS-TIER-A         DELIMITED BY SIZE
                      ': '              DELIMITED BY SIZE
                      WS-ALERTCLN       DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      MSGID OF ALERTREC DELIMITED BY SIZE
                      ' IN JOB '        DELIMITED BY SIZE
                      JOBID OF ALERTREC DELIMITED BY SIZE
                      ' UNACKNOWLEDGED ' DELIMITED BY SIZE
                      WS-WAITMIN-E      DELIMITED BY SIZE
                      ' MIN'') TOMSGQ(' DELIMITED BY SIZE
                      OC-TAB-ADDRESS (WS-FOUND-IDX)
                                        DELIMITED BY SPACE
                      ')'               DELIMITED BY SIZE
                      INTO WS-CMD
               END-STRING
            ELSE
               STRING 'SNDSMTPEMM RCP(('  DELIMITED BY SIZE
                      OC-TAB-ADDRESS (WS-FOUND-IDX)
                                        DELIMITED BY SPACE
                      ')) SUBJECT(''JOBLOG ALERT ESCALATION TIER '
                                        DELIMITED BY SIZE
                      WS-TIER-A         DELIMITED BY SIZE
                      ''') NOTE('''     DELIMITED BY SIZE
                      WS-ALERTCLN       DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      MSGID OF ALERTREC DELIMITED BY SIZE
                      ' IN JOB '        DELIMITED BY SIZE
                      JOBID OF ALERTREC DELIMITED BY SIZE
                      ' UNACKNOWLEDGED ' DELIMITED BY SIZE
                      WS-WAITMIN-E      DELIMITED BY SIZE
                      ' MIN'')'         DELIMITED BY SIZE
                      INTO WS-CMD
               END-STRING
            END-IF.
            MOVE 300 TO WS-CMDLEN.
            CALL 'QCMDEXC' USING WS-CMD WS-CMDLEN.
       2500-RECORD-STEP.
            MOVE JOBID OF ALERTREC  TO JOBID OF ESCREC.
            MOVE SYSNAM OF ALERTREC TO SYSNAM OF ESCREC.
            MOVE SEQ OF ALERTREC    TO SEQ OF ESCREC.
            MOVE MSGID OF ALERTREC  TO MSGID OF ESCREC.
            COMPUTE STEP OF ESCREC = ESCCNT OF ALERTREC + 1.
            MOVE WS-TIER            TO TIER OF ESCREC.
            MOVE OC-TAB-CONTACT (WS-FOUND-IDX) TO CONTACT OF ESCREC.
            MOVE OC-TAB-ADDRTYP (WS-FOUND-IDX) TO ADDRTYP OF ESCREC.
            MOVE OC-TAB-ADDRESS (WS-FOUND-IDX) TO NTFADDR OF ESCREC.
            MOVE WS-NOWDATE         TO ESCDATE OF ESCREC.
            MOVE WS-NOWHORA         TO ESCHORA OF ESCREC.
            MOVE WS-WAITMIN         TO WAITMIN OF ESCREC.
            WRITE ESCREC.
            IF NOT ESC-OK
               DISPLAY 'ESCLSCN - ALERTESC WRITE ERROR, STATUS '
                       ESCSTATUS
            END-IF.
            MOVE WS-TIER            TO ESCTIER OF ALERTREC.
            ADD 1                   TO ESCCNT OF ALERTREC.
            MOVE OC-TAB-CONTACT (WS-FOUND-IDX) TO ESCCONT OF ALERTREC.
            MOVE WS-NOWDATE         TO ESCDATE OF ALERTREC.
            MOVE WS-NOWHORA         TO ESCHORA OF ALERTREC.
            REWRITE ALERTREC.
            IF NOT AFILE-OK
               DISPLAY 'ESCLSCN - ALERTF REWRITE ERROR, STATUS '
                       AFILESTATUS
            ELSE
               ADD 1 TO WS-CNT-ESC
            END-IF.
      *****************************************************************
      *    Current date/time, day of week (Monday = 1, as RUNDAYS    *
      *    and CVRDAYS), yesterday's day of week and the absolute    *
      *    minute used for every elapsed-time comparison.            *
      *****************************************************************
       8000-GET-NOW.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE WS-NOWDATE = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOWHORA.
            COMPUTE WS-NOWDAYS = FUNCTION INTEGER-OF-DATE(WS-NOW-YMD).
            COMPUTE WS-NOWDOW = FUNCTION REM(WS-NOWDAYS, 7).
            IF WS-NOWDOW = ZEROES
               MOVE 7 TO WS-NOWDOW
            END-IF.
            IF WS-NOWDOW = 1
               MOVE 7 TO WS-PRVDOW
            ELSE
               COMPUTE WS-PRVDOW = WS-NOWDOW - 1
            END-IF.
            MOVE WS-NOWDATE TO WS-CNV-DATE.
            MOVE WS-NOWHORA TO WS-CNV-HORA.
            PERFORM 8100-ABS-MINUTE.
            MOVE WS-CNV-ABS TO WS-NOWABS.
       8100-ABS-MINUTE.
            COMPUTE WS-CNV-YMD = WS-CNV-DATE + 19000000.
            COMPUTE WS-CNV-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-YMD) * 1440
                    + WS-CNV-HH * 60 + WS-CNV-MM.
       9000-TERMINATE.
            DISPLAY 'ESCLSCN - ' WS-CNT-SCANS ' SCAN(S), '
                    WS-CNT-ESC ' ESCALATION(S), '
                    WS-CNT-NOCOVER ' WITHOUT ON-CALL COVER'.
