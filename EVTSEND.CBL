       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVTSEND.
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
      *                 Oct2026 - EVTSEND written to deliver the EVENTF
      *                           event feed (job ends, watch alerts,
      *                           acknowledgements, missing jobs) to
      *                           the enterprise monitoring console,
      *                           one JSON-style line per event, to a
      *                           data queue or an IFS stream file.
      *                           Each event is stamped sent or failed
      *                           with a retry count, so a run after a
      *                           console outage picks up exactly what
      *                           was not delivered.
      *                 Oct2026 - "system" added to every line, the
      *                           partition the event's job ran on (or
      *                           was expected on, for MISSING), so
      *                           the console can tell the systems
      *                           apart now logs are collected from
      *                           more than one.
      *                 Oct2026 - a delivery that fails is now seen as
      *                           one: the stream file copy runs
      *                           through JLRUNCMD and each data queue
      *                           send is preceded by a CHKOBJ of the
      *                           queue through it, so a missing
      *                           queue, path or authority stamps the
      *                           events F instead of ending the run.
      *
      * @
      * EVTSEND takes two parameters:
      *
      *   PTARGET  Q - send each event to a data queue with QSNDDTAQ.
      *            F - append the events to an IFS stream file.
      *   PDEST    Q: the data queue, LIBRARY/QUEUE or QUEUE alone
      *               (*LIBL).
      *            F: the stream file path, e.g.
      *               /monitor/inbound/joblog.evt
      *
      * Every EVENTF record whose SNDSTS is not S is sent, in arrival
      * order.  A delivered event is stamped S; one that could not be
      * delivered is stamped F with RTYCNT incremented, and stays due
      * for the next run.  Each attempt is dated in SNDDATE/SNDHORA.
      *
      * Data queue: the first failed send stops the run, so the
      * events behind it keep their order and are not charged a retry
      * for an outage they never saw.  The queue is checked with
      * CHKOBJ (through JLRUNCMD) before every send: QSNDDTAQ itself
      * reports a missing queue only by an escape message, which
      * would end the run with nothing stamped.
      *
      * Stream file: the due events are staged in EVTOUT and appended
      * to the stream file in one CPYTOIMPF, then stamped all S or all
      * F, as the CPYTOIMPF (run through JLRUNCMD) ended clean or with
      * an escape message.  Only the records staged are stamped - an
      * event written while the copy runs waits for the next run.
      *
      * Delivery is at least once: if the run ends between the send
      * and the stamp, the next run sends the event again.  The "id"
      * on every line is built from the EVENTF record alone, so the
      * console collector drops the repeat.
      *
      * Each line looks like:
      *
      *   {"id":"1261015231502-17-JLEXTRCT-123456-0000000000",
      *    "type":"JOBEND","source":"JLEXTRCT",
      *    "time":"2026-10-15T23:15:02.17","job":"123456/QSYS/ARNIGHT",
      *    "system":"PRODA","jobname":"ARNIGHT","rundate":"2026-10-15",
      *    "severity":"40","msgcount":"212","outcome":"FAILED",
      *    "text":"..."}
      *
      * on one line.  Empty fields are left out; every value is a
      * string; double quotes in text are sent as single quotes and
      * backslashes as slashes.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTF ASSIGN TO DISK-EVENTF
                   FILE STATUS IS EVTSTATUS.
           SELECT OUTFILE ASSIGN TO DISK-EVTOUT
                   FILE STATUS IS OUTSTATUS.
       DATA DIVISION.
       FILE SECTION.
        FD EVENTF
             LABEL RECORDS ARE STANDARD.
         01 EVTREC.
               COPY DDS-ALL-FORMATS OF EVENTF.
        FD OUTFILE
             LABEL RECORDS ARE STANDARD.
         01 OUTREC.
               COPY DDS-ALL-FORMATS OF EVTOUT.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   EVTSTATUS                     PIC XX.
           88 EVT-OK                    VALUE "00".
       01   OUTSTATUS                     PIC XX.
           88 OUT-OK                    VALUE "00".
       01   WS-TARGET                     PIC X(01)   VALUE SPACE.
           88 TO-DTAQ                   VALUE 'Q'.
           88 TO-STMF                   VALUE 'F'.
       01   WS-DEST                       PIC X(64)   VALUE SPACES.
       01   WS-DEST-A                     PIC X(64)   VALUE SPACES.
       01   WS-DEST-B                     PIC X(64)   VALUE SPACES.
       01   WS-DQ-NAME                    PIC X(10)   VALUE SPACES.
       01   WS-DQ-LIB                     PIC X(10)   VALUE SPACES.
       01   WS-DQ-LEN                     PIC S9(05)  COMP-3
                                                      VALUE ZEROES.
       01   WS-CMD                        PIC X(300).
       01   WS-CHKCMD                     PIC X(300)  VALUE SPACES.
       01   WS-RUN-MSGID                  PIC X(07)   VALUE SPACES.
       01   WS-EVT-EOF                    PIC 1       VALUE B"0".
           88 EVT-EOF                   VALUE B"1".
           88 NOT-EVT-EOF               VALUE B"0".
       01   WS-SEND-STOP                  PIC 1       VALUE B"0".
           88 SEND-STOP                 VALUE B"1".
           88 NOT-SEND-STOP             VALUE B"0".
       01   WS-CALL-FAILED                PIC 1       VALUE B"0".
           88 CALL-FAILED               VALUE B"1".
           88 NOT-CALL-FAILED           VALUE B"0".
       01   WS-RECNO                      PIC 9(09)   VALUE ZEROES.
       01   WS-LAST-REC                   PIC 9(09)   VALUE ZEROES.
       01   WS-CNT-STAGED                 PIC 9(07)   VALUE ZEROES.
       01   WS-CNT-SENT                   PIC 9(07)   VALUE ZEROES.
       01   WS-CNT-FAIL                   PIC 9(07)   VALUE ZEROES.
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
      *****************************************************************
      *    The line being built, the running STRING pointer, and one *
      *    "name":"value" pair for 5100-ADD-FIELD.                   *
      *****************************************************************
       01   WS-PAYLOAD                    PIC X(512)  VALUE SPACES.
       01   WS-PTR                        PIC 9(04)   VALUE ZEROES.
       01   WS-FLD-NAME                   PIC X(10)   VALUE SPACES.
       01   WS-FLD-VALUE                  PIC X(132)  VALUE SPACES.
       01   WS-EVT-KEY                    PIC X(10)   VALUE SPACES.
       01   WS-ED10                       PIC Z(09)9.
       01   WS-ED7                        PIC Z(06)9.
       01   WS-ED3                        PIC ZZ9.
       01   WS-ED2                        PIC Z9.
       01   WS-YMD                        PIC 9(08).
       01   WS-YMD-R REDEFINES WS-YMD.
         05  WS-YMD-YYYY                  PIC 9(04).
         05  WS-YMD-MM                    PIC 9(02).
         05  WS-YMD-DD                    PIC 9(02).
       01   WS-HMS                        PIC 9(06).
       01   WS-HMS-R REDEFINES WS-HMS.
         05  WS-HMS-HH                    PIC 9(02).
         05  WS-HMS-MM                    PIC 9(02).
         05  WS-HMS-SS                    PIC 9(02).
       01   WS-HSEC                       PIC 9(02).
       LINKAGE SECTION.
        01 PTARGET   PIC X(01).
        01 PDEST     PIC X(64).
       PROCEDURE DIVISION USING PTARGET PDEST.
       MAINPROC.
            MOVE PTARGET TO WS-TARGET.
            MOVE PDEST   TO WS-DEST.
            IF NOT TO-DTAQ AND NOT TO-STMF
               DISPLAY 'EVTSEND - TARGET MUST BE Q OR F: ' PTARGET
               GOBACK
            END-IF.
            IF WS-DEST = SPACES
               DISPLAY 'EVTSEND - NO DATA QUEUE OR STREAM FILE GIVEN'
               GOBACK
            END-IF.
            PERFORM 1000-INITIALIZE.
            IF TO-DTAQ
               PERFORM 2000-SEND-DTAQ
            ELSE
               PERFORM 3000-SEND-STMF
            END-IF.
            PERFORM 9000-TERMINATE.
            GOBACK.
       1000-INITIALIZE.
            MOVE ZEROES TO WS-CNT-STAGED WS-CNT-SENT WS-CNT-FAIL.
            IF TO-DTAQ
               UNSTRING WS-DEST DELIMITED BY '/'
                   INTO WS-DEST-A WS-DEST-B
               END-UNSTRING
               IF WS-DEST-B = SPACES
                  MOVE '*LIBL'   TO WS-DQ-LIB
                  MOVE WS-DEST-A TO WS-DQ-NAME
               ELSE
                  MOVE WS-DEST-A TO WS-DQ-LIB
                  MOVE WS-DEST-B TO WS-DQ-NAME
               END-IF
               STRING 'CHKOBJ OBJ('   DELIMITED BY SIZE
                      WS-DQ-LIB       DELIMITED BY SPACE
                      '/'             DELIMITED BY SIZE
                      WS-DQ-NAME      DELIMITED BY SPACE
                      ') OBJTYPE(*DTAQ)' DELIMITED BY SIZE
                      INTO WS-CHKCMD
               END-STRING
            END-IF.
      *****************************************************************
      *    Data queue: one QSNDDTAQ per due event, stamped as it     *
      *    goes.  The first failure is stamped F and ends the run.   *
      *****************************************************************
       2000-SEND-DTAQ.
            SET NOT-EVT-EOF TO TRUE.
            SET NOT-SEND-STOP TO TRUE.
            OPEN I-O EVENTF.
            IF NOT EVT-OK
               DISPLAY 'EVTSEND - EVENTF OPEN ERROR, STATUS ' EVTSTATUS
            ELSE
               PERFORM 2010-READ-EVENT
               PERFORM 2100-DTAQ-STEP UNTIL EVT-EOF OR SEND-STOP
               CLOSE EVENTF
            END-IF.
       2010-READ-EVENT.
            READ EVENTF
                AT END SET EVT-EOF TO TRUE
            END-READ.
            IF NOT EVT-OK AND NOT EVT-EOF
               DISPLAY 'EVTSEND - EVENTF READ ERROR, STATUS ' EVTSTATUS
               SET EVT-EOF TO TRUE
            END-IF.
       2100-DTAQ-STEP.
            IF SNDSTS OF EVTREC NOT = 'S'
               PERFORM 5000-BUILD-PAYLOAD
               COMPUTE WS-DQ-LEN = WS-PTR - 1
               SET NOT-CALL-FAILED TO TRUE
               CALL 'JLRUNCMD' USING WS-CHKCMD WS-RUN-MSGID
               IF WS-RUN-MSGID NOT = SPACES
                  SET CALL-FAILED TO TRUE
               ELSE
                  CALL 'QSNDDTAQ' USING WS-DQ-NAME
                                        WS-DQ-LIB
                                        WS-DQ-LEN
                                        WS-PAYLOAD
                      ON EXCEPTION
                         SET CALL-FAILED TO TRUE
                         MOVE 'QSNDDTAQ' TO WS-RUN-MSGID
                  END-CALL
               END-IF
               IF CALL-FAILED
                  PERFORM 6100-MARK-FAILED
                  DISPLAY 'EVTSEND - SEND TO DATA QUEUE '
                          WS-DQ-LIB '/' WS-DQ-NAME
                          ' FAILED (' WS-RUN-MSGID
                          '), REMAINDER LEFT FOR NEXT RUN'
                  SET SEND-STOP TO TRUE
               ELSE
                  PERFORM 6000-MARK-SENT
               END-IF
            END-IF.
            IF NOT SEND-STOP
               PERFORM 2010-READ-EVENT
            END-IF.
      *****************************************************************
      *    Stream file: stage the due events in EVTOUT, remembering  *
      *    the arrival position of the last one, append EVTOUT to    *
      *    the stream file, then stamp the staged records only.      *
      *****************************************************************
       3000-SEND-STMF.
            SET NOT-EVT-EOF TO TRUE.
            MOVE ZEROES TO WS-RECNO WS-LAST-REC.
            OPEN INPUT EVENTF.
            IF NOT EVT-OK
               DISPLAY 'EVTSEND - EVENTF OPEN ERROR, STATUS ' EVTSTATUS
            ELSE
               OPEN OUTPUT OUTFILE
               IF NOT OUT-OK
                  DISPLAY 'EVTSEND - EVTOUT OPEN ERROR, STATUS '
                          OUTSTATUS
                  CLOSE EVENTF
               ELSE
                  PERFORM 2010-READ-EVENT
                  PERFORM 3100-STAGE-STEP UNTIL EVT-EOF
                  CLOSE OUTFILE
                  CLOSE EVENTF
                  IF WS-CNT-STAGED > ZEROES
                     PERFORM 3050-COPY-AND-STAMP
                  END-IF
               END-IF
            END-IF.
      *****************************************************************
      *    EVTOUT holds at least one event: append it to the stream  *
      *    file and stamp the records that were staged.              *
      *****************************************************************
       3050-COPY-AND-STAMP.
            MOVE SPACES TO WS-CMD.
            STRING 'CPYTOIMPF FROMFILE(*LIBL/EVTOUT) TOSTMF('''
                                          DELIMITED BY SIZE
                   WS-DEST                DELIMITED BY SPACE
                   ''') MBROPT(*ADD) STMFCCSID(1208) RCDDLM(*LF)'
                                          DELIMITED BY SIZE
                   ' DTAFMT(*DLM) STRDLM(*NONE) RMVBLANK(*TRAILING)'
                                          DELIMITED BY SIZE
                   INTO WS-CMD
            END-STRING.
            SET NOT-CALL-FAILED TO TRUE.
            CALL 'JLRUNCMD' USING WS-CMD WS-RUN-MSGID.
            IF WS-RUN-MSGID NOT = SPACES
               SET CALL-FAILED TO TRUE
               DISPLAY 'EVTSEND - COPY TO STREAM FILE FAILED ('
                       WS-RUN-MSGID '), EVENTS LEFT FOR NEXT RUN'
            END-IF.
            SET NOT-EVT-EOF TO TRUE.
            MOVE ZEROES TO WS-RECNO.
            OPEN I-O EVENTF.
            IF NOT EVT-OK
               DISPLAY 'EVTSEND - EVENTF OPEN ERROR, STATUS ' EVTSTATUS
                       ' - STAGED EVENTS NOT STAMPED'
            ELSE
               PERFORM 2010-READ-EVENT
               PERFORM 3200-STAMP-STEP
                   UNTIL EVT-EOF OR WS-RECNO NOT < WS-LAST-REC
               CLOSE EVENTF
            END-IF.
       3100-STAGE-STEP.
            ADD 1 TO WS-RECNO.
            IF SNDSTS OF EVTREC NOT = 'S'
               PERFORM 5000-BUILD-PAYLOAD
               MOVE WS-PAYLOAD TO EVTLINE OF OUTREC
               WRITE OUTREC
               IF NOT OUT-OK
                  DISPLAY 'EVTSEND - EVTOUT WRITE ERROR, STATUS '
                          OUTSTATUS
                  SET EVT-EOF TO TRUE
               ELSE
                  ADD 1 TO WS-CNT-STAGED
                  MOVE WS-RECNO TO WS-LAST-REC
               END-IF
            END-IF.
            IF NOT EVT-EOF
               PERFORM 2010-READ-EVENT
            END-IF.
       3200-STAMP-STEP.
            ADD 1 TO WS-RECNO.
            IF SNDSTS OF EVTREC NOT = 'S'
               IF CALL-FAILED
                  PERFORM 6100-MARK-FAILED
               ELSE
                  PERFORM 6000-MARK-SENT
               END-IF
            END-IF.
            IF WS-RECNO < WS-LAST-REC
               PERFORM 2010-READ-EVENT
            END-IF.
      *****************************************************************
      *    One event as a single JSON-style line in WS-PAYLOAD;      *
      *    WS-PTR is left one past the closing brace.                *
      *****************************************************************
       5000-BUILD-PAYLOAD.
            MOVE SPACES TO WS-PAYLOAD.
            MOVE 1 TO WS-PTR.
            IF JOBID OF EVTREC (1:6) NOT = SPACES
               MOVE JOBID OF EVTREC (1:6) TO WS-EVT-KEY
            ELSE
               MOVE JOBNAM OF EVTREC      TO WS-EVT-KEY
            END-IF.
            STRING '{"id":"'              DELIMITED BY SIZE
                   EVTDATE OF EVTREC      DELIMITED BY SIZE
                   EVTHORA OF EVTREC      DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   EVTHSEC OF EVTREC      DELIMITED BY SIZE
                   '-'                    DELIMITED BY SIZE
                   EVTSRC OF EVTREC       DELIMITED BY SPACE
                   '-'                    DELIMITED BY SIZE
                   WS-EVT-KEY             DELIMITED BY SPACE
                   '-'                    DELIMITED BY SIZE
                   SEQ OF EVTREC          DELIMITED BY SIZE
                   '"'                    DELIMITED BY SIZE
                   INTO WS-PAYLOAD
                   WITH POINTER WS-PTR
            END-STRING.
            MOVE 'type'               TO WS-FLD-NAME.
            MOVE EVTTYP OF EVTREC     TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            MOVE 'source'             TO WS-FLD-NAME.
            MOVE EVTSRC OF EVTREC     TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            COMPUTE WS-YMD = EVTDATE OF EVTREC + 19000000.
            MOVE EVTHORA OF EVTREC    TO WS-HMS.
            MOVE EVTHSEC OF EVTREC    TO WS-HSEC.
            MOVE SPACES               TO WS-FLD-VALUE.
            STRING WS-YMD-YYYY '-' WS-YMD-MM '-' WS-YMD-DD 'T'
                   WS-HMS-HH ':' WS-HMS-MM ':' WS-HMS-SS '.' WS-HSEC
                   DELIMITED BY SIZE
                   INTO WS-FLD-VALUE
            END-STRING.
            MOVE 'time'               TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE SPACES               TO WS-FLD-VALUE.
            IF JOBID OF EVTREC NOT = SPACES
               STRING JOBID OF EVTREC (1:6)  DELIMITED BY SPACE
                      '/'                    DELIMITED BY SIZE
                      JOBID OF EVTREC (7:10) DELIMITED BY SPACE
                      '/'                    DELIMITED BY SIZE
                      JOBID OF EVTREC (17:10) DELIMITED BY SPACE
                      INTO WS-FLD-VALUE
               END-STRING
            END-IF.
            MOVE 'job'                TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE 'system'             TO WS-FLD-NAME.
            MOVE SYSNAM OF EVTREC     TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            MOVE 'jobname'            TO WS-FLD-NAME.
            MOVE JOBNAM OF EVTREC     TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            MOVE SPACES               TO WS-FLD-VALUE.
            IF RUNDATE OF EVTREC NOT = ZEROES
               COMPUTE WS-YMD = RUNDATE OF EVTREC + 19000000
               STRING WS-YMD-YYYY '-' WS-YMD-MM '-' WS-YMD-DD
                      DELIMITED BY SIZE
                      INTO WS-FLD-VALUE
               END-STRING
            END-IF.
            MOVE 'rundate'            TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE SPACES               TO WS-FLD-VALUE.
            IF SEQ OF EVTREC NOT = ZEROES
               MOVE SEQ OF EVTREC     TO WS-ED10
               MOVE WS-ED10           TO WS-FLD-VALUE
            END-IF.
            MOVE 'seq'                TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE 'msgid'              TO WS-FLD-NAME.
            MOVE MSGID OF EVTREC      TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            MOVE SPACES               TO WS-FLD-VALUE.
            IF MSGID OF EVTREC NOT = SPACES
               OR EVTTYP OF EVTREC = 'JOBEND'
               MOVE MSGSEV OF EVTREC  TO WS-ED2
               MOVE WS-ED2            TO WS-FLD-VALUE
            END-IF.
            MOVE 'severity'           TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE SPACES               TO WS-FLD-VALUE.
            IF EVTTYP OF EVTREC = 'JOBEND'
               MOVE MSGCNT OF EVTREC  TO WS-ED7
               MOVE WS-ED7            TO WS-FLD-VALUE
            END-IF.
            MOVE 'msgcount'           TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE 'outcome'            TO WS-FLD-NAME.
            MOVE OUTCOME OF EVTREC    TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            MOVE 'user'               TO WS-FLD-NAME.
            MOVE EVTUSR OF EVTREC     TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            MOVE SPACES               TO WS-FLD-VALUE.
            IF RTYCNT OF EVTREC NOT = ZEROES
               MOVE RTYCNT OF EVTREC  TO WS-ED3
               MOVE WS-ED3            TO WS-FLD-VALUE
            END-IF.
            MOVE 'retries'            TO WS-FLD-NAME.
            PERFORM 5100-ADD-FIELD.
            MOVE 'text'               TO WS-FLD-NAME.
            MOVE EVTTXT OF EVTREC     TO WS-FLD-VALUE.
            PERFORM 5100-ADD-FIELD.
            STRING '}'                    DELIMITED BY SIZE
                   INTO WS-PAYLOAD
                   WITH POINTER WS-PTR
            END-STRING.
       5100-ADD-FIELD.
            IF WS-FLD-VALUE NOT = SPACES
               INSPECT WS-FLD-VALUE REPLACING ALL '"' BY ''''
                                              ALL '\' BY '/'
               STRING ',"'                DELIMITED BY SIZE
                      WS-FLD-NAME         DELIMITED BY SPACE
                      '":"'               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLD-VALUE)
                                          DELIMITED BY SIZE
                      '"'                 DELIMITED BY SIZE
                      INTO WS-PAYLOAD
                      WITH POINTER WS-PTR
               END-STRING
            END-IF.
      *****************************************************************
      *    Stamp the current EVENTF record with the outcome of its   *
      *    delivery attempt.                                         *
      *****************************************************************
       6000-MARK-SENT.
            MOVE 'S' TO SNDSTS OF EVTREC.
            PERFORM 6200-STAMP-ATTEMPT.
            ADD 1 TO WS-CNT-SENT.
       6100-MARK-FAILED.
            MOVE 'F' TO SNDSTS OF EVTREC.
            IF RTYCNT OF EVTREC < 999
               ADD 1 TO RTYCNT OF EVTREC
            END-IF.
            PERFORM 6200-STAMP-ATTEMPT.
            ADD 1 TO WS-CNT-FAIL.
       6200-STAMP-ATTEMPT.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-NOW-YMD.
            COMPUTE SNDDATE OF EVTREC = WS-NOW-YMD - 19000000.
            MOVE FUNCTION CURRENT-DATE (9:6) TO SNDHORA OF EVTREC.
            REWRITE EVTREC.
            IF NOT EVT-OK
               DISPLAY 'EVTSEND - EVENTF REWRITE ERROR, STATUS '
                       EVTSTATUS
            END-IF.
       9000-TERMINATE.
            DISPLAY 'EVTSEND - SENT ' WS-CNT-SENT
                    ' FAILED ' WS-CNT-FAIL.
