       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJINQ.
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
      *                 Oct2026 - OBJINQ written for incident work
      *                           that starts from an object rather
      *                           than a job: prompts for an object
      *                           and an optional library and lists
      *                           every message in the OBJREF index
      *                           that named it - date, time, JOBID,
      *                           MSGID, library and member - oldest
      *                           first, with option X to drill into
      *                           WND for the full message.
      *                 Oct2026 - OBJREF now carries the system the
      *                           job ran on; it is kept hidden on
      *                           the subfile line, passed to WND,
      *                           and the purged-log check looks for
      *                           the job on that system.  An entry
      *                           indexed before the system was
      *                           carried still passes it blank.
      *
      * @
      * OBJINQ reads OBJREF keyed on the object name; the file's key
      * continues with MSGDATE/MSGHORA/MSGTSEQ so the object's
      * entries arrive in time order.  With a library entered, an
      * entry for another library is skipped, but one whose text gave
      * no library (CPF1002 names only the object) or gave *LIBL/
      * *CURLIB is kept - it may well be the same object and is
      * exactly the kind of message being looked for.  OBJREF outlives
      * JLPURGE, so option X first checks the job is still in JOBLOGF
      * and says so instead of opening an empty WND when it is not.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPSFL ASSIGN TO WORKSTATION-OBJINQSCR
                   ORGANIZATION IS TRANSACTION
                   ACCESS MODE IS DYNAMIC
                   RELATIVE KEY IS RELKEY
                   FILE STATUS IS SFLSTATUS.
           SELECT FILE1 ASSIGN TO DISK-OBJREF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OBJNAM OF RECFILE WITH DUPLICATES
                   FILE STATUS IS FILE1STATUS.
           SELECT FILE2 ASSIGN TO DISK-JOBLOGF
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS JOBID OF RECFILE2 WITH DUPLICATES
                   FILE STATUS IS FILE2STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD DSPSFL
             LABEL RECORDS ARE STANDARD.
         01 RECSFLCTL.
               COPY DDS-ALL-FORMATS OF OBJINQSCR.
        FD FILE1.
         01 RECFILE.
               COPY DDS-ALL-FORMATS OF OBJREF.
         88 EOFFILE                     VALUE B"1".
        FD FILE2.
         01 RECFILE2.
               COPY DDS-ALL-FORMATS OF JOBLOGF.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   SFLSTATUS                     PIC 99.
       01   FILE1STATUS                   PIC XX.
           88 FILE1-OK                  VALUE "00".
       01   FILE2STATUS                   PIC XX.
           88 FILE2-OK                  VALUE "00".
       01   RELKEY                        PIC 9(10)   VALUE ZEROES.
       01   END1                          PIC 9(10)   VALUE ZEROES.
       01   WS-SFL-FULL                   PIC 1       VALUE B"0".
           88 SUBFILE-FULL              VALUE B"1".
           88 NOT-SUBFILE-FULL          VALUE B"0".
       01   WS-OBJ                        PIC X(10)   VALUE SPACES.
       01   WS-LIB                        PIC X(10)   VALUE SPACES.
       01   WS-SEQ1                       PIC X(10).
       01   WS-PMSGID                     PIC X(07).
       01   WS-SELJOBID                   PIC X(26).
       01   WS-SELSYS                     PIC X(08)   VALUE SPACES.
       01   WS-SELSEQ                     PIC 9(10).
       01   WS-JOB-ON-FILE                PIC 1       VALUE B"0".
           88 JOB-ON-FILE               VALUE B"1".
           88 NOT-JOB-ON-FILE           VALUE B"0".
       01   WS-LKP-EOF                    PIC 1       VALUE B"0".
           88 LKP-EOF                   VALUE B"1".
           88 NOT-LKP-EOF               VALUE B"0".
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
            SET NOT-SUBFILE-FULL TO TRUE.
            OPEN I-O DSPSFL.
            OPEN INPUT FILE1.
            OPEN INPUT FILE2.
            SET NO-SUBFILE-DISPLAY TO TRUE.
            SET NO-SUBFILE-CONTROL TO TRUE.
            SET NOT-SUBFILE-END TO TRUE.
            SET SUBFILE-CLEAR TO TRUE.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT IS "RSFLCTL"
            SET NOT-SUBFILE-CLEAR TO TRUE.
            MOVE SPACES TO SRCMSG OF RSFLCTL-O.
            PERFORM PROMPTSEL.
            IF NOT END-PROGRAM
               PERFORM LOADREFS
               IF END1 = ZEROES
                  MOVE 'NO MESSAGE ON FILE NAMES THIS OBJECT'
                       TO SRCMSG OF RSFLCTL-O
               END-IF
               SET SUBFILE-END TO TRUE
               MOVE 1 TO RELKEY
               PERFORM SHOWSCREEN UNTIL END-PROGRAM
            END-IF.
            CLOSE FILE1
            CLOSE FILE2
            CLOSE DSPSFL.
            GOBACK.
       PROMPTSEL.
            MOVE SPACES TO POBJ OF PROMPT-O
                           PLIB OF PROMPT-O.
            WRITE RECSFLCTL FROM PROMPT-O FORMAT "PROMPT"
                INDICATORS ARE WS-INDICATORS.
            READ DSPSFL
                INTO PROMPT-I FORMAT IS "PROMPT"
                INDICATORS ARE WS-INDICATORS.
            IF NOT END-PROGRAM
               MOVE FUNCTION UPPER-CASE(POBJ OF PROMPT-I) TO WS-OBJ
               MOVE FUNCTION TRIM(WS-OBJ) TO WS-OBJ
               MOVE FUNCTION UPPER-CASE(PLIB OF PROMPT-I) TO WS-LIB
               MOVE FUNCTION TRIM(WS-LIB) TO WS-LIB
               IF WS-OBJ = SPACES
                  SET END-PROGRAM TO TRUE
               END-IF
            END-IF.
       LOADREFS.
            MOVE WS-OBJ TO OBJNAM OF RECFILE.
            START FILE1 KEY IS EQUAL TO OBJNAM OF RECFILE
                INVALID KEY SET EOFFILE TO TRUE
            END-START.
            IF NOT FILE1-OK AND NOT EOFFILE
               DISPLAY 'OBJINQ - FILE1 START ERROR, STATUS '
                       FILE1STATUS
               SET EOFFILE TO TRUE
            END-IF.
            IF NOT EOFFILE
               READ FILE1 NEXT RECORD
                   AT END SET EOFFILE TO TRUE
               END-READ
               IF NOT FILE1-OK AND NOT EOFFILE
                  DISPLAY 'OBJINQ - FILE1 READ ERROR, STATUS '
                          FILE1STATUS
                  SET EOFFILE TO TRUE
               END-IF
            END-IF.
            PERFORM UNTIL EOFFILE OR SUBFILE-FULL
               IF OBJNAM OF RECFILE NOT = WS-OBJ
                  SET EOFFILE TO TRUE
               ELSE
                  IF WS-LIB = SPACES
                     OR OBJLIB OF RECFILE = WS-LIB
                     OR OBJLIB OF RECFILE = SPACES
                     OR OBJLIB OF RECFILE (1:1) = '*'
                     PERFORM WRITEREF
                  END-IF
                  READ FILE1 NEXT RECORD
                      AT END SET EOFFILE TO TRUE
                  END-READ
                  IF NOT FILE1-OK AND NOT EOFFILE
                     DISPLAY 'OBJINQ - FILE1 READ ERROR, STATUS '
                             FILE1STATUS
                     SET EOFFILE TO TRUE
                  END-IF
               END-IF
            END-PERFORM.
       WRITEREF.
            MOVE SPACES TO OPT OF RSFL-I.
            MOVE MSGDATE OF RECFILE TO MSGDATE OF RSFL-I.
            MOVE MSGHORA OF RECFILE TO MSGHORA OF RSFL-I.
            MOVE JOBID OF RECFILE   TO JOBID OF RSFL-I.
            MOVE MSGID OF RECFILE   TO MSGID OF RSFL-I.
            MOVE OBJLIB OF RECFILE  TO OBJLIB OF RSFL-I.
            MOVE MBRNAM OF RECFILE  TO MBRNAM OF RSFL-I.
            MOVE SEQ OF RECFILE     TO SEQ OF RSFL-I.
            MOVE SYSNAM OF RECFILE  TO SYSNAM OF RSFL-I.
            ADD 1 TO RELKEY.
            ADD 1 TO END1.
            WRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT "RSFL"
                INDICATORS ARE WS-INDICATORS
            IF SFLSTATUS NOT = ZEROES
               SUBTRACT 1 FROM RELKEY
               SUBTRACT 1 FROM END1
               SET SUBFILE-FULL TO TRUE
               MOVE 'RESULTS TRUNCATED - SUBFILE FULL'
                    TO SRCMSG OF RSFLCTL-O
            END-IF.
       SHOWSCREEN.
            MOVE WS-OBJ TO HOBJ OF HEADER-O.
            MOVE WS-LIB TO HLIB OF HEADER-O.
            WRITE RECSFLCTL FROM HEADER-O FORMAT IS "HEADER".
            WRITE RECSFLCTL FORMAT IS "FOOTER".
            SET SUBFILE-CONTROL TO TRUE.
            SET SUBFILE-DISPLAY TO TRUE.
            MOVE RELKEY TO RRN OF RSFLCTL-O.
            IF IN18 = IND-ON
                MOVE END1 TO RRN OF RSFLCTL-O
            END-IF.
            IF IN17 = IND-ON
                MOVE 1 TO RRN OF RSFLCTL-O
            END-IF.
            WRITE RECSFLCTL FROM RSFLCTL-O FORMAT "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            MOVE SPACES TO SRCMSG OF RSFLCTL-O.
            READ DSPSFL
                INTO RSFLCTL-I FORMAT IS "RSFLCTL"
                INDICATORS ARE WS-INDICATORS.
            SET NOT-END-SUBFILE TO TRUE.
            IF END1 = 0
              SET END-SUBFILE TO TRUE
            END-IF.
            PERFORM READSFL UNTIL END-SUBFILE.
       READSFL.
            READ SUBFILE DSPSFL NEXT MODIFIED
                 INTO RSFL-I FORMAT IS 'RSFL'
                 INDICATORS ARE WS-INDICATORS
                 AT END
                   SET END-SUBFILE TO TRUE
                 NOT AT END
                   IF OPT OF RSFL-I = 'X'
                    MOVE SPACES TO OPT OF RSFL-I
                    REWRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT 'RSFL'
                     INDICATORS ARE WS-INDICATORS
                    MOVE JOBID OF RSFL-I TO WS-SELJOBID
                    MOVE SEQ OF RSFL-I TO WS-SELSEQ
                    MOVE SYSNAM OF RSFL-I TO WS-SELSYS
                    MOVE SEQ OF RSFL-I TO WS-SEQ1
                    MOVE MSGID OF RSFL-I TO WS-PMSGID
                    PERFORM CHECKJOB
                    IF JOB-ON-FILE
                       CALL 'WND' USING WS-SEQ1
                                        WS-PMSGID
                                        WS-SELJOBID
                                        WS-SELSYS
                    ELSE
                       MOVE 'JOB LOG PURGED - NOT IN JOBLOGF'
                            TO SRCMSG OF RSFLCTL-O
                    END-IF
                   END-IF
            END-READ.
      *****************************************************************
      *    The job is on file when JOBLOGF still holds it for the    *
      *    entry's system - any system, for an entry indexed before  *
      *    the system was carried.                                   *
      *****************************************************************
       CHECKJOB.
            SET NOT-JOB-ON-FILE TO TRUE.
            SET NOT-LKP-EOF TO TRUE.
            MOVE WS-SELJOBID TO JOBID OF RECFILE2.
            START FILE2 KEY IS EQUAL TO JOBID OF RECFILE2
                INVALID KEY SET LKP-EOF TO TRUE
            END-START.
            IF NOT FILE2-OK AND NOT LKP-EOF
               DISPLAY 'OBJINQ - FILE2 START ERROR, STATUS '
                       FILE2STATUS
               SET LKP-EOF TO TRUE
            END-IF.
            PERFORM UNTIL LKP-EOF OR JOB-ON-FILE
               READ FILE2 NEXT RECORD
                   AT END SET LKP-EOF TO TRUE
               END-READ
               IF NOT FILE2-OK AND NOT LKP-EOF
                  DISPLAY 'OBJINQ - FILE2 READ ERROR, STATUS '
                          FILE2STATUS
                  SET LKP-EOF TO TRUE
               END-IF
               IF NOT LKP-EOF
                  IF JOBID OF RECFILE2 NOT = WS-SELJOBID
                     SET LKP-EOF TO TRUE
                  ELSE
                     IF WS-SELSYS = SPACES
                        OR SYSNAM OF RECFILE2 = WS-SELSYS
                        SET JOB-ON-FILE TO TRUE
                     END-IF
                  END-IF
               END-IF
            END-PERFORM.
