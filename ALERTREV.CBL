      *                           scroll off QSYSOPR overnight and by
      *                           morning an alert from 02:00 and one
      *                           from last Tuesday looked identical.
      *                 Oct2026 - an alert whose MSGID has no KNOWNERR
      *                           entry under any sender is marked
      *                           NO KB on its line, and the count of
      *                           such alerts is shown when the list
      *                           loads, so the gaps in the runbook
      *                           show up where the alerts are.
      *                 Oct2026 - a third line per alert shows the
      *                           ESCLSCN escalation - steps taken,
      *                           the last tier and contact notified
      *                           and when - and how many minutes the
      *                           alert took to be acknowledged, or
      *                           that it still is not.  Acknowledging
      *                           leaves the escalation stamp intact.
      *                 Oct2026 - an acknowledgement is also written
      *                           to EVENTF as an ACK event, with the
      *                           acknowledging user, for EVTSEND to
      *                           deliver to the enterprise monitoring
      *                           console.
      *                 Oct2026 - the alert's SYSNAM is kept with it:
      *                           option X opens WND on the message
      *                           of the job on that system, and the
      *                           ACK event carries the system.
      *
      * @
      * ALERTREV loads all of ALERTF into a table in arrival order
                   FILE STATUS IS SFLSTATUS.
           SELECT ALERTF ASSIGN TO DISK-ALERTF
                   FILE STATUS IS AFILESTATUS.
           SELECT EVENTF ASSIGN TO DISK-EVENTF
                   FILE STATUS IS EVTSTATUS.
           SELECT KBF ASSIGN TO DISK-KNOWNERR
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MSGID OF KBREC WITH DUPLICATES
                   FILE STATUS IS KFILESTATUS.
       DATA DIVISION.
       FILE SECTION.
        FD DSPSFL
         01 ALERTREC.
               COPY DDS-ALL-FORMATS OF ALERTF.
         88 EOFALERT                    VALUE B"1".
        FD EVENTF
             LABEL RECORDS ARE STANDARD.
         01 EVTREC.
               COPY DDS-ALL-FORMATS OF EVENTF.
        FD KBF
             LABEL RECORDS ARE STANDARD.
         01 KBREC.
               COPY DDS-ALL-FORMATS OF KNOWNERR.
       WORKING-STORAGE SECTION.
       77   IND-OFF                       PIC 1       VALUE B"0".
       77   IND-ON                        PIC 1       VALUE B"1".
       01   SFLSTATUS                     PIC 99.
       01   AFILESTATUS                   PIC XX.
           88 AFILE-OK                  VALUE "00".
       01   KFILESTATUS                   PIC XX.
           88 KFILE-OK                  VALUE "00".
       01   EVTSTATUS                     PIC XX.
           88 EVT-OK                    VALUE "00".
       01   WS-EVT-STAMP                  PIC X(16)   VALUE SPACES.
       01   WS-NOKB-CNT                   PIC 9(04)   VALUE ZEROES.
       01   WS-NOKB-EDIT                  PIC Z(03)9.
       01   RELKEY                        PIC 9(04)   VALUE ZEROES.
       01   END1                          PIC 9(04)   VALUE ZEROES.
       01   WS-SFL-FULL                   PIC 1       VALUE B"0".
       01   WS-NOW-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-ACKDATE                    PIC 9(07)   VALUE ZEROES.
       01   WS-ACKHORA                    PIC 9(06)   VALUE ZEROES.
       01   WS-CNV-DATE                   PIC 9(07)   VALUE ZEROES.
       01   WS-CNV-HORA                   PIC 9(06).
       01   WS-CNV-R REDEFINES WS-CNV-HORA.
         05  WS-CNV-HH                    PIC 9(02).
         05  WS-CNV-MM                    PIC 9(02).
         05  WS-CNV-SS                    PIC 9(02).
       01   WS-CNV-YMD                    PIC 9(08)   VALUE ZEROES.
       01   WS-CNV-ABS                    PIC 9(11)   VALUE ZEROES.
       01   WS-RAISEABS                   PIC 9(11)   VALUE ZEROES.
       01   WS-ACKMIN                     PIC S9(11)  VALUE ZEROES.
       01   WS-ACKMIN-E                   PIC Z(04)9.
       01   WS-ESCCNT-E                   PIC Z(02)9.
       01   WS-ESCTIER-A                  PIC X(01).
       01   WS-ESCDATE-A                  PIC 9(07).
       01   WS-ESCHORA-A                  PIC 9(06).
       01   WS-ESCHORA-R REDEFINES WS-ESCHORA-A.
         05  WS-ESCHORA-HH                PIC X(02).
         05  WS-ESCHORA-MM                PIC X(02).
         05  WS-ESCHORA-SS                PIC X(02).
       01   WS-ESCPTR                     PIC 9(03)   VALUE ZEROES.
       01   WS-SEQ1                       PIC X(10).
       01   WS-PMSGID                     PIC X(07).
       01   WS-SELJOBID                   PIC X(26).
       01   WS-SELSYS                     PIC X(08).
       01   WS-JOBI                       PIC X(100).
       01   WS-JOBI-LEN                   PIC 9(9)    COMP-4 VALUE 100.
       01   WS-JOBI-FMT                   PIC X(08)   VALUE 'JOBI0100'.
            10 ALERT-TAB-ACKUSER         PIC X(10).
            10 ALERT-TAB-ACKDATE         PIC 9(07).
            10 ALERT-TAB-ACKHORA         PIC 9(06).
            10 ALERT-TAB-KBFLG           PIC X(01).
            10 ALERT-TAB-ALTDATE         PIC 9(07).
            10 ALERT-TAB-ALTHORA         PIC 9(06).
            10 ALERT-TAB-ESCTIER         PIC 9(01).
            10 ALERT-TAB-ESCCNT          PIC 9(03).
            10 ALERT-TAB-ESCCONT         PIC X(30).
            10 ALERT-TAB-ESCDATE         PIC 9(07).
            10 ALERT-TAB-ESCHORA         PIC 9(06).
            10 ALERT-TAB-SYSNAM          PIC X(08).
       01   ROW-TABLE.
         05 ROW-TAB-ENTRY OCCURS 1 TO 9999 TIMES
              DEPENDING ON END1.
            PERFORM PROMPTSEL.
            IF NOT END-PROGRAM
               PERFORM LOADALERTS
               PERFORM CHKKB
               PERFORM LOADSFL
               MOVE 1 TO RELKEY
               PERFORM SHOWSCREEN UNTIL END-PROGRAM
                       TO ALERT-TAB-ACKDATE (WS-ALERT-CNT)
                  MOVE ACKHORA OF ALERTREC
                       TO ALERT-TAB-ACKHORA (WS-ALERT-CNT)
                  MOVE SYSNAM OF ALERTREC
                       TO ALERT-TAB-SYSNAM (WS-ALERT-CNT)
                  MOVE WS-ALERT-CNT TO WS-AIDX
                  PERFORM SAVEESC
                  READ ALERTF
                      AT END SET EOFALERT TO TRUE
                  END-READ
            END-PERFORM.
            CLOSE ALERTF.
      *****************************************************************
      *    An alert has a runbook entry when KNOWNERR holds its MSGID *
      *    under any sender - ALERTF carries no FROMPGM, and an       *
      *    entry qualified to one sender still tells the operator     *
      *    where to start.                                            *
      *****************************************************************
       CHKKB.
            MOVE ZEROES TO WS-NOKB-CNT.
            MOVE SPACES TO REVMSG OF RSFLCTL-O.
            OPEN INPUT KBF.
            PERFORM VARYING WS-AIDX FROM 1 BY 1
                UNTIL WS-AIDX > WS-ALERT-CNT
               MOVE 'N' TO ALERT-TAB-KBFLG (WS-AIDX)
               MOVE ALERT-TAB-MSGID (WS-AIDX) TO MSGID OF KBREC
               START KBF KEY IS EQUAL TO MSGID OF KBREC
                   INVALID KEY CONTINUE
               END-START
               IF KFILE-OK
                  MOVE 'Y' TO ALERT-TAB-KBFLG (WS-AIDX)
               ELSE
                  IF KFILESTATUS NOT = '23'
                     DISPLAY 'ALERTREV - KNOWNERR START ERROR, '
                             'STATUS ' KFILESTATUS
                  END-IF
                  IF SHOW-ALL
                     OR ALERT-TAB-ACKFLG (WS-AIDX) NOT = 'Y'
                     ADD 1 TO WS-NOKB-CNT
                  END-IF
               END-IF
            END-PERFORM.
            CLOSE KBF.
            IF WS-NOKB-CNT > ZEROES
               MOVE WS-NOKB-CNT TO WS-NOKB-EDIT
               STRING FUNCTION TRIM(WS-NOKB-EDIT) DELIMITED BY SIZE
                      ' ALERT(S) HAVE NO KNOWN-ERROR ENTRY'
                      DELIMITED BY SIZE
                      INTO REVMSG OF RSFLCTL-O
               END-STRING
            END-IF.
      *****************************************************************
      *    Subfile written from the END of the arrival table so the   *
      *    newest alert sits on row 1.  ROW-TABLE remembers which     *
      *    arrival position each subfile row came from - option A     *
            ELSE
               MOVE SPACES TO ACKF OF RSFL-I
            END-IF.
            IF ALERT-TAB-KBFLG (WS-AIDX) = 'N'
               MOVE 'NO KB' TO KBFLG OF RSFL-I
            ELSE
               MOVE SPACES TO KBFLG OF RSFL-I
            END-IF.
            MOVE ALERT-TAB-ACKUSER (WS-AIDX)  TO ACKUSER OF RSFL-I.
            MOVE ALERT-TAB-ACKDATE (WS-AIDX)  TO ACKDATE OF RSFL-I.
            PERFORM BUILDESC.
            ADD 1 TO RELKEY.
            ADD 1 TO END1.
            WRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT "RSFL"
                       MOVE SEQ OF RSFL-I TO WS-SEQ1
                       MOVE MSGID OF RSFL-I TO WS-PMSGID
                       MOVE JOBID OF RSFL-I TO WS-SELJOBID
                       MOVE ALERT-TAB-SYSNAM (ROW-TAB-ARR (WS-ROW))
                            TO WS-SELSYS
                       CALL 'WND' USING WS-SEQ1
                                        WS-PMSGID
                                        WS-SELJOBID
                                        WS-SELSYS
                    END-IF
                   END-IF
            END-READ.
                  IF NOT AFILE-OK
                     DISPLAY 'ALERTREV - ALERTF REWRITE ERROR, '
                             'STATUS ' AFILESTATUS
                  ELSE
                     PERFORM ACKEVENT
                  END-IF
                  MOVE 'Y'        TO ALERT-TAB-ACKFLG (WS-ARR)
                  MOVE WS-CHGUSER TO ALERT-TAB-ACKUSER (WS-ARR)
                  MOVE WS-ACKDATE TO ALERT-TAB-ACKDATE (WS-ARR)
                  MOVE WS-ACKHORA TO ALERT-TAB-ACKHORA (WS-ARR)
                  MOVE WS-ARR     TO WS-AIDX
                  PERFORM SAVEESC
                  MOVE SPACES     TO OPT OF RSFL-I
                  MOVE 'ACK'      TO ACKF OF RSFL-I
                  MOVE WS-CHGUSER TO ACKUSER OF RSFL-I
                  MOVE WS-ACKDATE TO ACKDATE OF RSFL-I
                  PERFORM BUILDESC
                  REWRITE SUBFILE RECSFLCTL FROM RSFL-O FORMAT 'RSFL'
                      INDICATORS ARE WS-INDICATORS
                  MOVE 'ALERT ACKNOWLEDGED'
               END-IF
               CLOSE ALERTF
            END-IF.
      *****************************************************************
      *    ACK event for the monitoring feed from the record just    *
      *    rewritten.  EVENTF is opened for the one record; a        *
      *    failure is logged and the acknowledgement stands.         *
      *****************************************************************
       ACKEVENT.
            OPEN EXTEND EVENTF.
            IF NOT EVT-OK
               DISPLAY 'ALERTREV - EVENTF OPEN ERROR, STATUS '
                       EVTSTATUS
            ELSE
               MOVE FUNCTION CURRENT-DATE (1:16) TO WS-EVT-STAMP
               MOVE WS-ACKDATE             TO EVTDATE OF EVTREC
               MOVE WS-ACKHORA             TO EVTHORA OF EVTREC
               MOVE WS-EVT-STAMP (15:2)    TO EVTHSEC OF EVTREC
               MOVE 'ALERTREV'             TO EVTSRC OF EVTREC
               MOVE 'ACK'                  TO EVTTYP OF EVTREC
               MOVE JOBID OF ALERTREC      TO JOBID OF EVTREC
               MOVE JOBID OF ALERTREC (17:10) TO JOBNAM OF EVTREC
               MOVE MSGDATE OF ALERTREC    TO RUNDATE OF EVTREC
               MOVE SEQ OF ALERTREC        TO SEQ OF EVTREC
               MOVE MSGID OF ALERTREC      TO MSGID OF EVTREC
               MOVE ZEROES                 TO MSGSEV OF EVTREC
                                              MSGCNT OF EVTREC
               MOVE 'ACKED'                TO OUTCOME OF EVTREC
               MOVE WS-CHGUSER             TO EVTUSR OF EVTREC
               MOVE ALERTTXT OF ALERTREC   TO EVTTXT OF EVTREC
               MOVE SPACES                 TO SNDSTS OF EVTREC
               MOVE ZEROES                 TO RTYCNT OF EVTREC
                                              SNDDATE OF EVTREC
                                              SNDHORA OF EVTREC
               MOVE SYSNAM OF ALERTREC     TO SYSNAM OF EVTREC
               WRITE EVTREC
               IF NOT EVT-OK
                  DISPLAY 'ALERTREV - EVENTF WRITE ERROR, STATUS '
                          EVTSTATUS
               END-IF
               CLOSE EVENTF
            END-IF.
      *****************************************************************
      *    Raise time and escalation stamp of the record just read.  *
      *    Alerts written before the raise time was kept are timed   *
      *    from the message itself.  Re-saved on acknowledge, since  *
      *    ESCLSCN may have escalated again since the list loaded.   *
      *****************************************************************
       SAVEESC.
            IF ALTDATE OF ALERTREC > ZEROES
               MOVE ALTDATE OF ALERTREC
                    TO ALERT-TAB-ALTDATE (WS-AIDX)
               MOVE ALTHORA OF ALERTREC
                    TO ALERT-TAB-ALTHORA (WS-AIDX)
            ELSE
               MOVE MSGDATE OF ALERTREC
                    TO ALERT-TAB-ALTDATE (WS-AIDX)
               MOVE MSGHORA OF ALERTREC
                    TO ALERT-TAB-ALTHORA (WS-AIDX)
            END-IF.
            MOVE ESCTIER OF ALERTREC TO ALERT-TAB-ESCTIER (WS-AIDX).
            MOVE ESCCNT OF ALERTREC  TO ALERT-TAB-ESCCNT (WS-AIDX).
            MOVE ESCCONT OF ALERTREC TO ALERT-TAB-ESCCONT (WS-AIDX).
            MOVE ESCDATE OF ALERTREC TO ALERT-TAB-ESCDATE (WS-AIDX).
            MOVE ESCHORA OF ALERTREC TO ALERT-TAB-ESCHORA (WS-AIDX).
      *****************************************************************
      *    Third subfile row: 'ESC nX TIER t contact date hh:mm' (or *
      *    NOT ESCALATED), then the minutes from raise to            *
      *    acknowledge, or NOT ACKNOWLEDGED.                         *
      *****************************************************************
       BUILDESC.
            MOVE SPACES TO ESCINF OF RSFL-I.
            MOVE 1 TO WS-ESCPTR.
            IF ALERT-TAB-ESCCNT (WS-AIDX) = ZEROES
               STRING 'NOT ESCALATED' DELIMITED BY SIZE
                      INTO ESCINF OF RSFL-I
                      WITH POINTER WS-ESCPTR
               END-STRING
            ELSE
               MOVE ALERT-TAB-ESCCNT (WS-AIDX) TO WS-ESCCNT-E
               MOVE ALERT-TAB-ESCTIER (WS-AIDX) TO WS-ESCTIER-A
               MOVE ALERT-TAB-ESCDATE (WS-AIDX) TO WS-ESCDATE-A
               MOVE ALERT-TAB-ESCHORA (WS-AIDX) TO WS-ESCHORA-A
               STRING 'ESC '              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESCCNT-E) DELIMITED BY SIZE
                      'X TIER '           DELIMITED BY SIZE
                      WS-ESCTIER-A        DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      ALERT-TAB-ESCCONT (WS-AIDX)
                                          DELIMITED BY '  '
                      ' '                 DELIMITED BY SIZE
                      WS-ESCDATE-A        DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-ESCHORA-HH       DELIMITED BY SIZE
                      ':'                 DELIMITED BY SIZE
                      WS-ESCHORA-MM       DELIMITED BY SIZE
                      INTO ESCINF OF RSFL-I
                      WITH POINTER WS-ESCPTR
               END-STRING
            END-IF.
            IF ALERT-TAB-ACKFLG (WS-AIDX) = 'Y'
               AND ALERT-TAB-ACKDATE (WS-AIDX) > ZEROES
               MOVE ALERT-TAB-ALTDATE (WS-AIDX) TO WS-CNV-DATE
               MOVE ALERT-TAB-ALTHORA (WS-AIDX) TO WS-CNV-HORA
               PERFORM CALCMIN
               MOVE WS-CNV-ABS TO WS-RAISEABS
               MOVE ALERT-TAB-ACKDATE (WS-AIDX) TO WS-CNV-DATE
               MOVE ALERT-TAB-ACKHORA (WS-AIDX) TO WS-CNV-HORA
               PERFORM CALCMIN
               COMPUTE WS-ACKMIN = WS-CNV-ABS - WS-RAISEABS
               IF WS-ACKMIN < ZEROES
                  MOVE ZEROES TO WS-ACKMIN
               END-IF
               IF WS-ACKMIN > 99999
                  MOVE 99999 TO WS-ACKMIN
               END-IF
               MOVE WS-ACKMIN TO WS-ACKMIN-E
               STRING ' - ACK AFTER '     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACKMIN-E) DELIMITED BY SIZE
                      ' MIN'              DELIMITED BY SIZE
                      INTO ESCINF OF RSFL-I
                      WITH POINTER WS-ESCPTR
               END-STRING
            ELSE
               STRING ' - NOT ACKNOWLEDGED' DELIMITED BY SIZE
                      INTO ESCINF OF RSFL-I
                      WITH POINTER WS-ESCPTR
               END-STRING
            END-IF.
       CALCMIN.
            COMPUTE WS-CNV-YMD = WS-CNV-DATE + 19000000.
            COMPUTE WS-CNV-ABS =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-YMD) * 1440
                    + WS-CNV-HH * 60 + WS-CNV-MM.
