       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFPARSE.
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
      *                 Oct2026 - REFPARSE written for the OBJREF
      *                           object reference index: picks the
      *                           object, library, type, member and
      *                           user names out of one message's
      *                           first-level text so JLEXTRCT can
      *                           index them and OBJINQ/LOCKRPT can
      *                           answer "which jobs touched ORDHDR"
      *                           without a text search per string.
      *
      * @
      * REFPARSE takes one MSGLINES value (PTEXT) and returns the
      * names it finds, blank where the text gives none.  It does not
      * work from per-MSGID templates: the CPF/CPD/MCH first-level
      * texts name things with the same few words, so the text is cut
      * into blank-delimited words and the word after a keyword is
      * taken as a name of that kind -
      *     FILE/OBJECT/PROGRAM/AREA/QUEUE   object (type implied by
      *                                      the keyword where it can
      *                                      be: *FILE, *PGM, *DTAARA,
      *                                      *DTAQ, *MSGQ, *OUTQ,
      *                                      *JOBQ)
      *     LIBRARY, or IN after an object   library
      *     MEMBER                           member
      *     USER/PROFILE                     user profile
      *     TYPE                             object type (*xxx)
      * A LIB/OBJ word gives library and object; a NBR/USER/NAME word
      * is a job and gives its user.  The word after the keyword only
      * counts as a name when it is printed in upper case, is at most
      * 10 characters and holds only the characters an object name
      * may - DSPJOBLOG prints the words of the text in mixed case and
      * the substituted names in upper case, which is what keeps "in
      * use" from being read as library USE.  The first name of each
      * kind wins.  When no object was named, a member stands in for
      * its file, a library named on its own is the object (*LIB in
      * QSYS) and so is a user profile named on its own (*USRPRF).
      * The caller decides which messages are worth parsing.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SOURCE-COMPUTER. IBM-AS400.
         OBJECT-COMPUTER. IBM-AS400.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77   MAX-WORDS                     PIC 9(03)   VALUE 060.
       01   WS-TPTR                       PIC 9(03)   VALUE ZEROES.
       01   WS-TCNT                       PIC 9(03)   VALUE ZEROES.
       01   WS-TLEN                       PIC 9(03)   VALUE ZEROES.
       01   WS-CIDX                       PIC 9(03)   VALUE ZEROES.
       01   WS-TOKEN                      PIC X(40)   VALUE SPACES.
       01   WS-UTOKEN                     PIC X(40)   VALUE SPACES.
       01   WS-PRVTOKEN                   PIC X(40)   VALUE SPACES.
       01   WS-CAND                       PIC X(40)   VALUE SPACES.
       01   WS-SCRATCH                    PIC X(40)   VALUE SPACES.
       01   WS-PART1                      PIC X(40)   VALUE SPACES.
       01   WS-PART2                      PIC X(40)   VALUE SPACES.
       01   WS-PART3                      PIC X(40)   VALUE SPACES.
       01   WS-SLASHES                    PIC 9(02)   VALUE ZEROES.
       01   WS-KWTYP                      PIC X(10)   VALUE SPACES.
       01   WS-EXPECT                     PIC X(01)   VALUE SPACE.
           88 EXPECT-NONE               VALUE SPACE.
           88 EXPECT-OBJ                VALUE 'O'.
           88 EXPECT-LIB                VALUE 'L'.
           88 EXPECT-MBR                VALUE 'M'.
           88 EXPECT-USR                VALUE 'U'.
           88 EXPECT-TYP                VALUE 'T'.
       01   WS-NAME-OK                    PIC 1       VALUE B"0".
           88 NAME-OK                   VALUE B"1".
           88 NOT-NAME-OK               VALUE B"0".
       01   WS-USR-PROFILE                PIC 1       VALUE B"0".
           88 USR-PROFILE               VALUE B"1".
           88 NOT-USR-PROFILE           VALUE B"0".
       LINKAGE SECTION.
        01 PTEXT     PIC X(132).
        01 POBJNAM   PIC X(10).
        01 POBJLIB   PIC X(10).
        01 POBJTYP   PIC X(10).
        01 PMBRNAM   PIC X(10).
        01 PREFUSR   PIC X(10).
       PROCEDURE DIVISION USING PTEXT
                                POBJNAM
                                POBJLIB
                                POBJTYP
                                PMBRNAM
                                PREFUSR.
       MAINPROC.
            MOVE SPACES TO POBJNAM
                           POBJLIB
                           POBJTYP
                           PMBRNAM
                           PREFUSR
                           WS-PRVTOKEN
                           WS-KWTYP.
            SET EXPECT-NONE TO TRUE.
            SET NOT-USR-PROFILE TO TRUE.
            MOVE 1 TO WS-TPTR.
            MOVE ZEROES TO WS-TCNT.
            IF PTEXT NOT = SPACES
               PERFORM 1000-NEXT-WORD
                   UNTIL WS-TPTR > 132 OR WS-TCNT > MAX-WORDS
               PERFORM 3000-SETTLE
            END-IF.
            GOBACK.
       1000-NEXT-WORD.
            MOVE SPACES TO WS-TOKEN.
            UNSTRING PTEXT DELIMITED BY ALL SPACE
                INTO WS-TOKEN
                WITH POINTER WS-TPTR
            END-UNSTRING.
            ADD 1 TO WS-TCNT.
            IF WS-TOKEN NOT = SPACES
               PERFORM 1100-TRIM-WORD
               IF WS-TOKEN NOT = SPACES
                  PERFORM 1200-CLASSIFY-WORD
                  MOVE WS-UTOKEN TO WS-PRVTOKEN
               END-IF
            END-IF.
      *****************************************************************
      *    Sentence punctuation and quotes round the word are not    *
      *    part of the name: "ORDHDR." and (ORDHDR) are ORDHDR.      *
      *****************************************************************
       1100-TRIM-WORD.
            IF WS-TOKEN (1:1) = '(' OR WS-TOKEN (1:1) = ''''
               OR WS-TOKEN (1:1) = '"'
               MOVE WS-TOKEN (2:) TO WS-SCRATCH
               MOVE WS-SCRATCH TO WS-TOKEN
            END-IF.
            IF WS-TOKEN = SPACES
               MOVE ZEROES TO WS-TLEN
            ELSE
               COMPUTE WS-TLEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN))
            END-IF.
            PERFORM UNTIL WS-TLEN = ZEROES
                       OR (WS-TOKEN (WS-TLEN:1) NOT = '.'
                       AND WS-TOKEN (WS-TLEN:1) NOT = ','
                       AND WS-TOKEN (WS-TLEN:1) NOT = ':'
                       AND WS-TOKEN (WS-TLEN:1) NOT = ';'
                       AND WS-TOKEN (WS-TLEN:1) NOT = ')'
                       AND WS-TOKEN (WS-TLEN:1) NOT = ''''
                       AND WS-TOKEN (WS-TLEN:1) NOT = '"')
               MOVE SPACE TO WS-TOKEN (WS-TLEN:1)
               SUBTRACT 1 FROM WS-TLEN
            END-PERFORM.
            MOVE FUNCTION UPPER-CASE(WS-TOKEN) TO WS-UTOKEN.
       1200-CLASSIFY-WORD.
            EVALUATE WS-UTOKEN
               WHEN 'FILE'
                  SET EXPECT-OBJ TO TRUE
                  MOVE '*FILE' TO WS-KWTYP
               WHEN 'OBJECT'
                  SET EXPECT-OBJ TO TRUE
                  MOVE SPACES TO WS-KWTYP
               WHEN 'PROGRAM'
                  SET EXPECT-OBJ TO TRUE
                  MOVE '*PGM' TO WS-KWTYP
               WHEN 'AREA'
                  SET EXPECT-OBJ TO TRUE
                  MOVE '*DTAARA' TO WS-KWTYP
               WHEN 'QUEUE'
                  SET EXPECT-OBJ TO TRUE
                  EVALUATE WS-PRVTOKEN
                     WHEN 'DATA'
                        MOVE '*DTAQ' TO WS-KWTYP
                     WHEN 'MESSAGE'
                        MOVE '*MSGQ' TO WS-KWTYP
                     WHEN 'OUTPUT'
                        MOVE '*OUTQ' TO WS-KWTYP
                     WHEN 'JOB'
                        MOVE '*JOBQ' TO WS-KWTYP
                     WHEN OTHER
                        MOVE SPACES TO WS-KWTYP
                  END-EVALUATE
               WHEN 'LIBRARY'
                  SET EXPECT-LIB TO TRUE
               WHEN 'IN'
                  IF POBJNAM NOT = SPACES AND POBJLIB = SPACES
                     SET EXPECT-LIB TO TRUE
                  ELSE
                     SET EXPECT-NONE TO TRUE
                  END-IF
               WHEN 'MEMBER'
                  SET EXPECT-MBR TO TRUE
               WHEN 'USER'
               WHEN 'PROFILE'
                  SET EXPECT-USR TO TRUE
               WHEN 'TYPE'
                  SET EXPECT-TYP TO TRUE
               WHEN OTHER
                  PERFORM 2000-TAKE-NAME
                  SET EXPECT-NONE TO TRUE
            END-EVALUATE.
      *****************************************************************
      *    A word that is not a keyword: a qualified LIB/OBJ or       *
      *    NBR/USER/NAME word, or the name a keyword announced.       *
      *****************************************************************
       2000-TAKE-NAME.
            MOVE ZEROES TO WS-SLASHES.
            INSPECT WS-UTOKEN TALLYING WS-SLASHES FOR ALL '/'.
            EVALUATE TRUE
               WHEN WS-SLASHES = 2
                  MOVE SPACES TO WS-PART1 WS-PART2 WS-PART3
                  UNSTRING WS-TOKEN DELIMITED BY '/'
                      INTO WS-PART1 WS-PART2 WS-PART3
                  END-UNSTRING
                  MOVE WS-PART2 TO WS-CAND
                  PERFORM 2100-CHECK-NAME
                  IF NAME-OK AND PREFUSR = SPACES
                     MOVE WS-CAND TO PREFUSR
                  END-IF
               WHEN WS-SLASHES = 1
                  MOVE SPACES TO WS-PART1 WS-PART2
                  UNSTRING WS-TOKEN DELIMITED BY '/'
                      INTO WS-PART1 WS-PART2
                  END-UNSTRING
                  IF POBJNAM = SPACES
                     MOVE WS-PART2 TO WS-CAND
                     PERFORM 2100-CHECK-NAME
                     IF NAME-OK AND WS-CAND (1:1) NOT = '*'
                        MOVE WS-PART1 TO WS-CAND
                        PERFORM 2100-CHECK-NAME
                        IF NAME-OK
                           MOVE WS-PART2 TO POBJNAM
                           MOVE WS-PART1 TO POBJLIB
                           MOVE WS-KWTYP TO POBJTYP
                        END-IF
                     END-IF
                  END-IF
               WHEN NOT EXPECT-NONE
                  MOVE WS-TOKEN TO WS-CAND
                  PERFORM 2100-CHECK-NAME
                  IF NAME-OK
                     PERFORM 2200-STORE-NAME
                  END-IF
            END-EVALUATE.
      *****************************************************************
      *    WS-CAND is a name when it is upper case, 1-10 characters, *
      *    starts with a letter, $, # or @ (or * for the special     *
      *    values *LIBL, *FILE ...) and holds nothing but letters,   *
      *    digits, $ # @ _ and . after that.                         *
      *****************************************************************
       2100-CHECK-NAME.
            SET NAME-OK TO TRUE.
            IF WS-CAND = SPACES
               OR WS-CAND NOT = FUNCTION UPPER-CASE(WS-CAND)
               SET NOT-NAME-OK TO TRUE
            ELSE
               COMPUTE WS-TLEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-CAND))
               IF WS-TLEN > 10
                  SET NOT-NAME-OK TO TRUE
               END-IF
            END-IF.
            IF NAME-OK
               IF WS-CAND (1:1) IS NOT ALPHABETIC-UPPER
                  AND WS-CAND (1:1) NOT = '$'
                  AND WS-CAND (1:1) NOT = '#'
                  AND WS-CAND (1:1) NOT = '@'
                  AND WS-CAND (1:1) NOT = '*'
                  SET NOT-NAME-OK TO TRUE
               END-IF
            END-IF.
            IF NAME-OK
               PERFORM VARYING WS-CIDX FROM 2 BY 1
                   UNTIL WS-CIDX > WS-TLEN OR NOT-NAME-OK
                  IF WS-CAND (WS-CIDX:1) IS NOT ALPHABETIC-UPPER
                     AND WS-CAND (WS-CIDX:1) IS NOT NUMERIC
                     AND WS-CAND (WS-CIDX:1) NOT = '$'
                     AND WS-CAND (WS-CIDX:1) NOT = '#'
                     AND WS-CAND (WS-CIDX:1) NOT = '@'
                     AND WS-CAND (WS-CIDX:1) NOT = '_'
                     AND WS-CAND (WS-CIDX:1) NOT = '.'
                     SET NOT-NAME-OK TO TRUE
                  END-IF
                  IF WS-CAND (WS-CIDX:1) = SPACE
                     SET NOT-NAME-OK TO TRUE
                  END-IF
               END-PERFORM
            END-IF.
       2200-STORE-NAME.
            EVALUATE TRUE
               WHEN EXPECT-OBJ
                  IF POBJNAM = SPACES AND WS-CAND (1:1) NOT = '*'
                     MOVE WS-CAND TO POBJNAM
                     IF POBJTYP = SPACES
                        MOVE WS-KWTYP TO POBJTYP
                     END-IF
                  END-IF
               WHEN EXPECT-LIB
                  IF POBJLIB = SPACES
                     MOVE WS-CAND TO POBJLIB
                  END-IF
               WHEN EXPECT-MBR
                  IF PMBRNAM = SPACES AND WS-CAND (1:1) NOT = '*'
                     MOVE WS-CAND TO PMBRNAM
                  END-IF
               WHEN EXPECT-USR
                  IF PREFUSR = SPACES AND WS-CAND (1:1) NOT = '*'
                     MOVE WS-CAND TO PREFUSR
                     SET USR-PROFILE TO TRUE
                  END-IF
               WHEN EXPECT-TYP
                  IF WS-CAND (1:1) = '*'
                     MOVE WS-CAND TO POBJTYP
                  END-IF
            END-EVALUATE.
      *****************************************************************
      *    No object named: fall back to what the text did name.     *
      *****************************************************************
       3000-SETTLE.
            IF POBJNAM = SPACES AND PMBRNAM NOT = SPACES
               MOVE PMBRNAM TO POBJNAM
               MOVE '*FILE' TO POBJTYP
            END-IF.
            IF POBJNAM = SPACES AND POBJLIB NOT = SPACES
               AND POBJLIB (1:1) NOT = '*'
               MOVE POBJLIB TO POBJNAM
               MOVE 'QSYS'  TO POBJLIB
               MOVE '*LIB'  TO POBJTYP
            END-IF.
            IF POBJNAM = SPACES AND USR-PROFILE
               MOVE PREFUSR  TO POBJNAM
               MOVE 'QSYS'   TO POBJLIB
               MOVE '*USRPRF' TO POBJTYP
            END-IF.
            IF POBJNAM = SPACES
               MOVE SPACES TO POBJLIB
                              POBJTYP
                              PMBRNAM
                              PREFUSR
            END-IF.
