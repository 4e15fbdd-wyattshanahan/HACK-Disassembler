       *> emitted .asm back into 16-bit words and reconcile them
       *> word-for-word against the original .hack input ('V'), or
       *> to forward-assemble a hand-edited .asm into a fresh .hack
       *> or .rom image with full two-pass symbol resolution ('A'),
       *> or to encode a single instruction for a patch deck ('E'),
       *> or to link a list of .asm modules into one image placed
       *> module after module in ROM, with a .lnk map ('L').
       *> Compile with cobc -x disassembler.cbl assembler.cbl
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSEMBLER.
           SELECT ROM-IN-FILE ASSIGN USING HACK-PATH
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ROM-IN-STATUS.
           SELECT MOD-IN-FILE ASSIGN USING LINK-MOD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MOD-IN-STATUS.
           SELECT LNK-OUT-FILE ASSIGN USING LNK-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LNK-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 2 CHARACTERS.
       01 ROM-IN-RECORD    PIC X(2). *> high byte first

       FD MOD-IN-FILE. *> one .asm module of a link ('L')
       01 MOD-IN-RECORD    PIC X(80).

       FD LNK-OUT-FILE. *> link map: module ROM ranges, exported
                         *> symbols, and RAM variable assignments
       01 LNK-OUT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       77 ASM-IN-STATUS     PIC XX. *> FILE STATUS for ASM-IN-FILE
       77 HACK-IN-STATUS    PIC XX. *> FILE STATUS for HACK-IN-FILE
          05 MAP-TOKEN-1       PIC X(40).
          05 MAP-TOKEN-2       PIC X(40).

       01 LINK-FIELDS. *> 'L' mode: ASM-PATH names a module list,
                        *> one .asm per line, linked in that order
          05 LINK-MOD-PATH     PIC X(200). *> module being read
          05 LNK-PATH          PIC X(206). *> map next to the image
          05 MOD-IN-STATUS     PIC XX. *> FILE STATUS for MOD-IN-FILE
          05 LNK-OUT-STATUS    PIC XX. *> FILE STATUS for LNK-OUT-FILE
          05 LINK-EOF          PIC X. *> 'Y'/'N'
          05 LINK-READ-FAIL    PIC X. *> 'Y': a module was unreadable
          05 LINK-LIST-TEXT    PIC X(80).
          05 LINK-DIR-WORD     PIC X(80). *> '.EXPORT' / '.LOCAL' /
                                          *> '.IMPORT'
          05 LINK-DIR-ARG      PIC X(80).
          05 LINK-DIR-EXTRA    PIC X(80).
          05 LINK-HIT          PIC 9(4). *> symbol entry found
          05 LINK-EXPORT-HIT   PIC 9(4). *> another module's export
          05 LINK-LOCAL-HIT    PIC 9(4). *> another module's local
                                         *> label of the same name
          05 LINK-OTHER-IDX    PIC 9(3).
          05 LINK-ERR-LINE     PIC 9(6).
          05 LINK-ERR-TEXT     PIC X(100).
          05 LINK-LINE-EDIT    PIC Z(5)9.
          05 LINK-LINE-EDIT-2  PIC Z(5)9.
          05 LINK-ADDR-EDIT    PIC Z(5)9.
          05 LINK-END-EDIT     PIC Z(5)9.
          05 LINK-WORDS-EDIT   PIC Z(5)9.
          05 LINK-COUNT-EDIT   PIC Z(5)9.
          05 LINK-MAP-LINE     PIC X(132).
          05 LINK-SCOPE-TEXT   PIC X(8).

       01 LINK-MODULE-TABLE. *> modules in ROM order
          05 LINK-MOD-COUNT    PIC 9(3).
          05 LINK-MOD-IDX      PIC 9(3).
          05 LINK-MOD-ELEMENT OCCURS 100 TIMES.
             10 LINK-MOD-NAME  PIC X(200).
             10 LINK-MOD-BASE  PIC 9(6). *> first ROM address
             10 LINK-MOD-WORDS PIC 9(6).

       01 LINK-SYMBOL-TABLE. *> every module's labels plus every RAM
                              *> variable, each owned by one module
          05 LINK-SYM-COUNT    PIC 9(4).
          05 LINK-SYM-IDX      PIC 9(4).
          05 LINK-SYM-ELEMENT OCCURS 4000 TIMES.
             10 LINK-SYM-NAME  PIC X(32).
             10 LINK-SYM-MOD   PIC 9(3).
             10 LINK-SYM-KIND  PIC X. *> 'L' ROM label / 'V' variable
             10 LINK-SYM-SCOPE PIC X. *> 'E' exported / 'L' local
             10 LINK-SYM-ADDR  PIC 9(5).
             10 LINK-SYM-LINE  PIC 9(6). *> defining or exporting line

       01 LINK-DIRECTIVE-TABLE. *> directives held from the label pass
                                 *> until every module's labels are in
          05 LINK-DIR-COUNT    PIC 9(4).
          05 LINK-DIR-IDX      PIC 9(4).
          05 LINK-DIR-ELEMENT OCCURS 2000 TIMES.
             10 LINK-DIR-CODE  PIC X. *> 'E' export / 'L' local /
                                      *> 'I' import
             10 LINK-DIR-NAME  PIC X(32).
             10 LINK-DIR-MOD   PIC 9(3).
             10 LINK-DIR-LINE  PIC 9(6).

       01 VALIDATION-FIELDS.
          05 VALID-FLAG        PIC X. *> 'Y'/'N'
          05 V-IDX             PIC 99.
                                      *> translated into the .asm

       LINKAGE SECTION.
       01 ASM-PATH         PIC X(199). *> .asm produced by the run,
                                       *> or ('E') the instruction in
                                       *> and its 16 binary digits out,
                                       *> or ('L') the module list
       01 HACK-PATH        PIC X(200). *> original input ('V') or the
                                       *> image to be written ('A',
                                       *> 'L') or patched ('E')
       01 MISMATCH-COUNT   PIC 9(6). *> round-trip differences found
                                     *> ('V') / lines in error ('A',
                                     *> 'E', and 'L')
       01 SOURCE-MODE      PIC X. *> 'T' text .hack / 'B' binary .rom
       01 RUN-FUNCTION     PIC X. *> 'V' verify / 'A' assemble /
                                  *> 'E' encode one instruction /
                                  *> 'L' link modules
       01 ASSEMBLE-RESULTS. *> counters reported back to the caller
          05 AR-WORD-COUNT  PIC 9(6). *> words in the assembled image
          05 AR-LABEL-COUNT PIC 9(4). *> '(NAME)' definitions found
          05 AR-VAR-COUNT   PIC 9(4). *> RAM variables allocated
          05 AR-MODULE-COUNT PIC 9(3). *> modules linked ('L')

       PROCEDURE DIVISION USING ASM-PATH, HACK-PATH, MISMATCH-COUNT,
           SOURCE-MODE, RUN-FUNCTION, ASSEMBLE-RESULTS.
          MOVE 0 TO AR-WORD-COUNT.
          MOVE 0 TO AR-LABEL-COUNT.
          MOVE 0 TO AR-VAR-COUNT.
          MOVE 0 TO AR-MODULE-COUNT.
          MOVE 0 TO REGION-COUNT.
          PERFORM 120-CONSTRUCT-ARRAYS.
          IF RUN-FUNCTION = 'L' *> HACK-PATH is the link's output;
                                 *> its .sym must not outrank the
                                 *> modules' own labels
              MOVE 0 TO USER-SYM-COUNT,
          ELSE
              PERFORM 170-LOAD-USER-SYMBOLS,
          END-IF.
          IF RUN-FUNCTION = 'E'
              PERFORM 290-ENCODE-ONE,
          ELSE
          IF RUN-FUNCTION = 'L'
              PERFORM 300-LINK,
          ELSE
          IF RUN-FUNCTION = 'A'
              PERFORM 180-SCAN-LABELS,
              PERFORM 200-ASSEMBLE,
              PERFORM 172-LOAD-DATA-MAP,
              PERFORM 200-ASSEMBLE,
              PERFORM 250-RECONCILE,
          END-IF,
          END-IF,
          END-IF.
          MOVE WORD-COUNT TO AR-WORD-COUNT.
          MOVE ASM-LABEL-COUNT TO AR-LABEL-COUNT.
              INTO ASM-TEXT,
          END-UNSTRING.
          MOVE FUNCTION TRIM(ASM-TEXT) TO ASM-TEXT.
          IF ASM-TEXT = SPACES OR ASM-TEXT(1:2) = '//' OR
             ASM-TEXT(1:1) = '.'
              CONTINUE, *> blank and whole-line comments emit
                         *> nothing; link directives only matter
                         *> to a link
          ELSE
              IF ASM-TEXT(1:1) = '('
                  MOVE SPACES TO SCAN-LABEL-NAME,
          END-UNSTRING.
          MOVE FUNCTION TRIM(ASM-TEXT) TO ASM-TEXT.
          IF ASM-TEXT = SPACES OR ASM-TEXT(1:1) = '(' OR
             ASM-TEXT(1:2) = '//' OR ASM-TEXT(1:1) = '.'
              CONTINUE, *> blank, label, whole-line comment, and
                         *> link directive lines emit no word
          ELSE
              MOVE 'Y' TO PARSE-OK,
              IF ASM-TEXT(1:1) = '@'
                      END-IF,
                  END-IF,
              ELSE
                  IF RUN-FUNCTION = 'L'
                      MOVE ASM-LINE-NUM TO LINK-LINE-EDIT,
                      DISPLAY "LINK ERROR: "
                          FUNCTION TRIM(LINK-MOD-PATH) " line "
                          FUNCTION TRIM(LINK-LINE-EDIT)
                          " - cannot assemble "
                          FUNCTION TRIM(ASM-TEXT),
                  ELSE
                  IF RUN-FUNCTION = 'A'
                      DISPLAY "ASSEMBLE ERROR: cannot assemble line "
                          ASM-LINE-NUM " - " FUNCTION TRIM(ASM-TEXT),
                          "line " ASM-LINE-NUM " - "
                          FUNCTION TRIM(ASM-TEXT),
                  END-IF,
                  END-IF,
                  ADD 1 TO MISMATCH-COUNT,
              END-IF,
          END-IF.
                  IF A-SYM-FOUND = 'N' AND RUN-FUNCTION = 'A'
                      PERFORM 226-RESOLVE-ASM-LABEL,
                  END-IF,
                  IF A-SYM-FOUND = 'N' AND RUN-FUNCTION = 'L'
                      PERFORM 360-LINK-RESOLVE, *> always resolves:
                                    *> a name defined nowhere is a
                                    *> variable, and generated @Lnnn
                                    *> names are module-relative
                  END-IF,
                  IF A-SYM-FOUND = 'N'
                      PERFORM 225-RESOLVE-GEN-LABEL,
                  END-IF,
              MOVE WORD-IMAGE(COMPARE-IDX) TO HACK-IN-RECORD(1:16),
              WRITE HACK-IN-RECORD,
          END-IF.

       290-ENCODE-ONE. *> 'E' mode: ASM-PATH holds one instruction,
                        *> resolved against the image's own sidecar;
                        *> hand its 16 binary digits back in place,
                        *> or count it in MISMATCH-COUNT
          MOVE SPACES TO ASM-TEXT.
          MOVE FUNCTION TRIM(ASM-PATH) TO ASM-TEXT.
          MOVE 'Y' TO PARSE-OK.
          IF ASM-TEXT = SPACES OR ASM-TEXT(1:1) = '('
              MOVE 'N' TO PARSE-OK,
          ELSE
              IF ASM-TEXT(1:1) = '@'
                  IF ASM-TEXT(2:1) >= '0' AND ASM-TEXT(2:1) <= '9'
                      IF FUNCTION LENGTH(FUNCTION TRIM(ASM-TEXT(2:79)))
                             > 5 OR
                         FUNCTION NUMVAL(ASM-TEXT(2:79)) > 32767
                          MOVE 'N' TO PARSE-OK, *> A-VALUE would lose
                                                 *> the high digits
                      END-IF,
                  END-IF,
                  IF PARSE-OK = 'Y'
                      PERFORM 220-ASSEMBLE-A,
                  END-IF,
                  IF PARSE-OK = 'Y' AND A-VALUE > 0
                      MOVE 'N' TO PARSE-OK, *> bits left over after
                                             *> the 15-bit shift: the
                                             *> value will not fit
                  END-IF,
              ELSE
                  PERFORM 215-TRY-RAW-WORD,
                  IF RAW-WORD-FLAG = 'N'
                      PERFORM 230-ASSEMBLE-C,
                  END-IF,
              END-IF,
          END-IF.
          MOVE SPACES TO ASM-PATH.
          IF PARSE-OK = 'Y'
              MOVE WORD-BITS TO ASM-PATH(1:16),
          ELSE
              ADD 1 TO MISMATCH-COUNT,
          END-IF.

       300-LINK. *> 'L' mode: a label pass over every module with
                 *> ROM addresses running on from one module to the
                 *> next, the link checks, then one assembly pass -
                 *> any error leaves the previous image in place
          MOVE 0 TO LINK-MOD-COUNT.
          MOVE 0 TO LINK-SYM-COUNT.
          MOVE 0 TO LINK-DIR-COUNT.
          MOVE 0 TO SCAN-WORD-COUNT.
          MOVE SPACES TO LINK-ERR-TEXT.
          MOVE 'N' TO LINK-READ-FAIL.
          PERFORM 305-LINK-LOAD-LIST.
          IF MISMATCH-COUNT = 0
              PERFORM VARYING LINK-MOD-IDX FROM 1 BY 1
                      UNTIL LINK-MOD-IDX > LINK-MOD-COUNT
                  PERFORM 310-LINK-SCAN-MODULE
              END-PERFORM,
          END-IF.
          IF LINK-READ-FAIL = 'N' *> a missing module would make
                                   *> every import of it look bad
              PERFORM 330-LINK-CHECK-EXPORTS,
              PERFORM 340-LINK-CHECK-OTHERS,
          END-IF.
          IF MISMATCH-COUNT = 0
              PERFORM VARYING LINK-MOD-IDX FROM 1 BY 1
                      UNTIL LINK-MOD-IDX > LINK-MOD-COUNT
                  PERFORM 350-LINK-ASSEMBLE-MODULE
              END-PERFORM,
          END-IF.
          IF MISMATCH-COUNT = 0
              PERFORM 280-WRITE-OUTPUT,
          END-IF.
          IF MISMATCH-COUNT = 0
              PERFORM 380-LINK-WRITE-MAP,
          END-IF.
          MOVE 0 TO ASM-LABEL-COUNT.
          MOVE 0 TO ASM-VAR-COUNT.
          PERFORM VARYING LINK-SYM-IDX FROM 1 BY 1
                  UNTIL LINK-SYM-IDX > LINK-SYM-COUNT
              IF LINK-SYM-KIND(LINK-SYM-IDX) = 'L'
                  ADD 1 TO ASM-LABEL-COUNT
              ELSE
                  ADD 1 TO ASM-VAR-COUNT
              END-IF
          END-PERFORM.
          MOVE LINK-MOD-COUNT TO AR-MODULE-COUNT.

       305-LINK-LOAD-LIST. *> the module list: one .asm per line,
                            *> blank and '*' comment lines skipped
          OPEN INPUT ASM-IN-FILE.
          IF ASM-IN-STATUS NOT = "00"
              DISPLAY "LINK ERROR: unable to read module list "
                  FUNCTION TRIM(ASM-PATH),
              ADD 1 TO MISMATCH-COUNT,
              MOVE 'Y' TO LINK-READ-FAIL,
          ELSE
              MOVE 'N' TO LINK-EOF,
              PERFORM UNTIL LINK-EOF = 'Y'
                  READ ASM-IN-FILE
                      AT END
                         MOVE 'Y' TO LINK-EOF,
                      NOT AT END
                         PERFORM 307-LINK-LIST-LINE,
                  END-READ
              END-PERFORM,
              CLOSE ASM-IN-FILE,
              IF LINK-MOD-COUNT = 0
                  DISPLAY "LINK ERROR: module list "
                      FUNCTION TRIM(ASM-PATH) " names no modules.",
                  ADD 1 TO MISMATCH-COUNT,
              END-IF,
          END-IF.
          PERFORM 306-LINK-MAP-NAME.

       306-LINK-MAP-NAME. *> image.hack / image.rom -> image.lnk
          MOVE SPACES TO LNK-PATH.
          MOVE FUNCTION LENGTH(FUNCTION TRIM(HACK-PATH, TRAILING))
              TO HACK-PATH-LEN.
          IF HACK-PATH-LEN > 5 AND
             HACK-PATH(HACK-PATH-LEN - 4:5) = ".hack"
              STRING HACK-PATH(1:HACK-PATH-LEN - 5)
                         DELIMITED BY SIZE,
                     ".lnk" DELIMITED BY SIZE
                     INTO LNK-PATH,
              END-STRING,
          ELSE
              IF HACK-PATH-LEN > 4 AND
                 HACK-PATH(HACK-PATH-LEN - 3:4) = ".rom"
                  STRING HACK-PATH(1:HACK-PATH-LEN - 4)
                             DELIMITED BY SIZE,
                         ".lnk" DELIMITED BY SIZE
                         INTO LNK-PATH,
                  END-STRING,
              ELSE
                  STRING FUNCTION TRIM(HACK-PATH) DELIMITED BY SIZE,
                         ".lnk" DELIMITED BY SIZE
                         INTO LNK-PATH,
                  END-STRING,
              END-IF,
          END-IF.

       307-LINK-LIST-LINE. *> one module list line -> one module
          MOVE FUNCTION TRIM(ASM-IN-RECORD) TO LINK-LIST-TEXT.
          IF LINK-LIST-TEXT = SPACES OR LINK-LIST-TEXT(1:1) = '*'
              CONTINUE,
          ELSE
              IF LINK-MOD-COUNT >= 100
                  DISPLAY "LINK ERROR: more than 100 modules - "
                      FUNCTION TRIM(LINK-LIST-TEXT) " not linked.",
                  ADD 1 TO MISMATCH-COUNT,
              ELSE
                  ADD 1 TO LINK-MOD-COUNT,
                  MOVE LINK-LIST-TEXT TO
                      LINK-MOD-NAME(LINK-MOD-COUNT),
                  MOVE 0 TO LINK-MOD-BASE(LINK-MOD-COUNT),
                  MOVE 0 TO LINK-MOD-WORDS(LINK-MOD-COUNT),
              END-IF,
          END-IF.

       310-LINK-SCAN-MODULE. *> label pass over one module; its
                              *> words start where the last one's
                              *> ended
          MOVE LINK-MOD-NAME(LINK-MOD-IDX) TO LINK-MOD-PATH.
          MOVE SCAN-WORD-COUNT TO LINK-MOD-BASE(LINK-MOD-IDX).
          MOVE 0 TO ASM-LINE-NUM.
          OPEN INPUT MOD-IN-FILE.
          IF MOD-IN-STATUS NOT = "00"
              DISPLAY "LINK ERROR: unable to read module "
                  FUNCTION TRIM(LINK-MOD-PATH),
              ADD 1 TO MISMATCH-COUNT,
              MOVE 'Y' TO LINK-READ-FAIL,
          ELSE
              MOVE 'N' TO SCAN-EOF,
              PERFORM UNTIL SCAN-EOF = 'Y'
                  READ MOD-IN-FILE
                      AT END
                         MOVE 'Y' TO SCAN-EOF,
                      NOT AT END
                         ADD 1 TO ASM-LINE-NUM,
                         PERFORM 315-LINK-SCAN-LINE,
                  END-READ
              END-PERFORM,
              CLOSE MOD-IN-FILE,
          END-IF.
          COMPUTE LINK-MOD-WORDS(LINK-MOD-IDX) =
              SCAN-WORD-COUNT - LINK-MOD-BASE(LINK-MOD-IDX).

       315-LINK-SCAN-LINE. *> as 185-SCAN-ONE-LINE, plus directives
          MOVE SPACES TO ASM-TEXT.
          UNSTRING MOD-IN-RECORD DELIMITED BY " //"
              INTO ASM-TEXT,
          END-UNSTRING.
          MOVE FUNCTION TRIM(ASM-TEXT) TO ASM-TEXT.
          IF ASM-TEXT = SPACES OR ASM-TEXT(1:2) = '//'
              CONTINUE, *> blank and whole-line comments emit nothing
          ELSE
              IF ASM-TEXT(1:1) = '('
                  MOVE SPACES TO SCAN-LABEL-NAME,
                  UNSTRING ASM-TEXT(2:79) DELIMITED BY ')'
                      INTO SCAN-LABEL-NAME,
                  END-UNSTRING,
                  IF SCAN-LABEL-NAME = SPACES
                      MOVE "empty label definition" TO LINK-ERR-TEXT,
                      PERFORM 395-LINK-ERROR,
                  ELSE
                      PERFORM 320-LINK-ADD-LABEL,
                  END-IF,
              ELSE
                  IF ASM-TEXT(1:1) = '.'
                      PERFORM 325-LINK-DIRECTIVE,
                  ELSE
                      ADD 1 TO SCAN-WORD-COUNT,
                  END-IF,
              END-IF,
          END-IF.

       320-LINK-ADD-LABEL. *> a label is local to its module until
                            *> an .EXPORT says otherwise
          MOVE SCAN-LABEL-NAME TO ASM-TOKEN.
          PERFORM 370-LINK-FIND.
          IF LINK-HIT > 0
              MOVE LINK-SYM-LINE(LINK-HIT) TO LINK-LINE-EDIT-2,
              STRING "duplicate label " DELIMITED BY SIZE,
                     FUNCTION TRIM(SCAN-LABEL-NAME) DELIMITED BY SIZE,
                     ", first defined on line " DELIMITED BY SIZE,
                     FUNCTION TRIM(LINK-LINE-EDIT-2) DELIMITED BY SIZE
                     INTO LINK-ERR-TEXT,
              END-STRING,
              PERFORM 395-LINK-ERROR,
          ELSE
              IF LINK-SYM-COUNT >= 4000
                  MOVE "more than 4000 labels and variables"
                      TO LINK-ERR-TEXT,
                  PERFORM 395-LINK-ERROR,
              ELSE
                  ADD 1 TO LINK-SYM-COUNT,
                  MOVE SCAN-LABEL-NAME(1:32) TO
                      LINK-SYM-NAME(LINK-SYM-COUNT),
                  MOVE LINK-MOD-IDX TO LINK-SYM-MOD(LINK-SYM-COUNT),
                  MOVE 'L' TO LINK-SYM-KIND(LINK-SYM-COUNT),
                  MOVE 'L' TO LINK-SYM-SCOPE(LINK-SYM-COUNT),
                  MOVE SCAN-WORD-COUNT TO
                      LINK-SYM-ADDR(LINK-SYM-COUNT),
                  MOVE ASM-LINE-NUM TO LINK-SYM-LINE(LINK-SYM-COUNT),
              END-IF,
          END-IF.

       325-LINK-DIRECTIVE. *> '.EXPORT name', '.LOCAL name', or
                            *> '.IMPORT name' - held for 330/340 once
                            *> every module's labels are known
          MOVE SPACES TO LINK-DIR-WORD.
          MOVE SPACES TO LINK-DIR-ARG.
          MOVE SPACES TO LINK-DIR-EXTRA.
          UNSTRING ASM-TEXT DELIMITED BY ALL ' '
              INTO LINK-DIR-WORD, LINK-DIR-ARG, LINK-DIR-EXTRA,
          END-UNSTRING.
          MOVE FUNCTION UPPER-CASE(LINK-DIR-WORD) TO LINK-DIR-WORD.
          IF LINK-DIR-WORD NOT = '.EXPORT' AND
             LINK-DIR-WORD NOT = '.LOCAL' AND
             LINK-DIR-WORD NOT = '.IMPORT'
              STRING "unknown link directive " DELIMITED BY SIZE,
                     FUNCTION TRIM(LINK-DIR-WORD) DELIMITED BY SIZE
                     INTO LINK-ERR-TEXT,
              END-STRING,
              PERFORM 395-LINK-ERROR,
          ELSE
              IF LINK-DIR-ARG = SPACES OR LINK-DIR-EXTRA NOT = SPACES
                  STRING FUNCTION TRIM(LINK-DIR-WORD)
                             DELIMITED BY SIZE,
                         " takes exactly one symbol name"
                             DELIMITED BY SIZE
                         INTO LINK-ERR-TEXT,
                  END-STRING,
                  PERFORM 395-LINK-ERROR,
              ELSE
                  IF LINK-DIR-COUNT >= 2000
                      MOVE "more than 2000 link directives"
                          TO LINK-ERR-TEXT,
                      PERFORM 395-LINK-ERROR,
                  ELSE
                      ADD 1 TO LINK-DIR-COUNT,
                      MOVE LINK-DIR-WORD(2:1) TO
                          LINK-DIR-CODE(LINK-DIR-COUNT),
                      MOVE LINK-DIR-ARG(1:32) TO
                          LINK-DIR-NAME(LINK-DIR-COUNT),
                      MOVE LINK-MOD-IDX TO
                          LINK-DIR-MOD(LINK-DIR-COUNT),
                      MOVE ASM-LINE-NUM TO
                          LINK-DIR-LINE(LINK-DIR-COUNT),
                  END-IF,
              END-IF,
          END-IF.

       330-LINK-CHECK-EXPORTS. *> exports first, in module order, so
                                *> exported variables take the low
                                *> end of the shared pool
          PERFORM VARYING LINK-DIR-IDX FROM 1 BY 1
                  UNTIL LINK-DIR-IDX > LINK-DIR-COUNT
              IF LINK-DIR-CODE(LINK-DIR-IDX) = 'E'
                  PERFORM 335-LINK-EXPORT
              END-IF
          END-PERFORM.

       335-LINK-EXPORT. *> an exported name is one of the module's
                         *> labels, or else a RAM variable the module
                         *> shares with the others
          PERFORM 337-LINK-DIR-CONTEXT.
          MOVE 'N' TO A-SYM-FOUND.
          PERFORM VARYING A-SYM-IDX FROM 1 BY 1
                  UNTIL A-SYM-IDX > 15
              IF SYM-NAME(A-SYM-IDX) = ASM-TOKEN
                  MOVE 'Y' TO A-SYM-FOUND
              END-IF
          END-PERFORM.
          IF A-SYM-FOUND = 'Y'
              STRING FUNCTION TRIM(ASM-TOKEN) DELIMITED BY SIZE,
                     " is a predefined symbol and cannot be exported"
                         DELIMITED BY SIZE
                     INTO LINK-ERR-TEXT,
              END-STRING,
          ELSE
              IF LINK-EXPORT-HIT > 0
                  MOVE LINK-SYM-MOD(LINK-EXPORT-HIT) TO LINK-OTHER-IDX,
                  MOVE LINK-SYM-LINE(LINK-EXPORT-HIT)
                      TO LINK-LINE-EDIT-2,
                  STRING "duplicate export: " DELIMITED BY SIZE,
                         FUNCTION TRIM(ASM-TOKEN) DELIMITED BY SIZE,
                         " is already exported by " DELIMITED BY SIZE,
                         FUNCTION TRIM(LINK-MOD-NAME(LINK-OTHER-IDX))
                             DELIMITED BY SIZE,
                         " line " DELIMITED BY SIZE,
                         FUNCTION TRIM(LINK-LINE-EDIT-2)
                             DELIMITED BY SIZE
                         INTO LINK-ERR-TEXT,
                  END-STRING,
              ELSE
                  IF LINK-HIT > 0
                      IF LINK-SYM-SCOPE(LINK-HIT) = 'E'
                          MOVE LINK-SYM-LINE(LINK-HIT)
                              TO LINK-LINE-EDIT-2,
                          STRING "duplicate export: "
                                     DELIMITED BY SIZE,
                                 FUNCTION TRIM(ASM-TOKEN)
                                     DELIMITED BY SIZE,
                                 " is already exported on line "
                                     DELIMITED BY SIZE,
                                 FUNCTION TRIM(LINK-LINE-EDIT-2)
                                     DELIMITED BY SIZE
                                 INTO LINK-ERR-TEXT,
                          END-STRING,
                      ELSE
                          MOVE 'E' TO LINK-SYM-SCOPE(LINK-HIT),
                          MOVE ASM-LINE-NUM TO LINK-SYM-LINE(LINK-HIT),
                      END-IF,
                  ELSE
                      MOVE 'E' TO LINK-SCOPE-TEXT,
                      PERFORM 365-LINK-NEW-VARIABLE,
                  END-IF,
              END-IF,
          END-IF.
          IF LINK-ERR-TEXT NOT = SPACES
              PERFORM 395-LINK-ERROR,
          END-IF.

       337-LINK-DIR-CONTEXT. *> point the error context and the
                              *> symbol lookup at one held directive
          MOVE LINK-DIR-MOD(LINK-DIR-IDX) TO LINK-MOD-IDX.
          MOVE LINK-MOD-NAME(LINK-MOD-IDX) TO LINK-MOD-PATH.
          MOVE LINK-DIR-LINE(LINK-DIR-IDX) TO ASM-LINE-NUM.
          MOVE LINK-DIR-NAME(LINK-DIR-IDX) TO ASM-TOKEN.
          MOVE SPACES TO LINK-ERR-TEXT.
          PERFORM 370-LINK-FIND.

       340-LINK-CHECK-OTHERS. *> .LOCAL must name a label of its own
                               *> module that is not exported; .IMPORT
                               *> must name another module's export
          PERFORM VARYING LINK-DIR-IDX FROM 1 BY 1
                  UNTIL LINK-DIR-IDX > LINK-DIR-COUNT
              IF LINK-DIR-CODE(LINK-DIR-IDX) = 'L' OR
                 LINK-DIR-CODE(LINK-DIR-IDX) = 'I'
                  PERFORM 345-LINK-CHECK-ONE
              END-IF
          END-PERFORM.

       345-LINK-CHECK-ONE.
          PERFORM 337-LINK-DIR-CONTEXT.
          IF LINK-DIR-CODE(LINK-DIR-IDX) = 'L'
              IF LINK-HIT = 0
                  STRING FUNCTION TRIM(ASM-TOKEN) DELIMITED BY SIZE,
                         " is marked .LOCAL but is not a label of "
                             DELIMITED BY SIZE,
                         "this module" DELIMITED BY SIZE
                         INTO LINK-ERR-TEXT,
                  END-STRING,
              ELSE
                  IF LINK-SYM-KIND(LINK-HIT) NOT = 'L'
                      STRING FUNCTION TRIM(ASM-TOKEN)
                                 DELIMITED BY SIZE,
                             " is marked .LOCAL but is not a label of "
                                 DELIMITED BY SIZE,
                             "this module" DELIMITED BY SIZE
                             INTO LINK-ERR-TEXT,
                      END-STRING,
                  ELSE
                      IF LINK-SYM-SCOPE(LINK-HIT) = 'E'
                          STRING FUNCTION TRIM(ASM-TOKEN)
                                     DELIMITED BY SIZE,
                                 " is marked both .EXPORT and .LOCAL"
                                     DELIMITED BY SIZE
                                 INTO LINK-ERR-TEXT,
                          END-STRING,
                      END-IF,
                  END-IF,
              END-IF,
          ELSE
              IF LINK-HIT > 0
                  STRING FUNCTION TRIM(ASM-TOKEN) DELIMITED BY SIZE,
                         " is imported but also defined in this module"
                             DELIMITED BY SIZE
                         INTO LINK-ERR-TEXT,
                  END-STRING,
              ELSE
                  IF LINK-EXPORT-HIT = 0
                      STRING "unresolved import: " DELIMITED BY SIZE,
                             FUNCTION TRIM(ASM-TOKEN)
                                 DELIMITED BY SIZE,
                             " is not exported by any module"
                                 DELIMITED BY SIZE
                             INTO LINK-ERR-TEXT,
                      END-STRING,
                  END-IF,
              END-IF,
          END-IF.
          IF LINK-ERR-TEXT NOT = SPACES
              PERFORM 395-LINK-ERROR,
          END-IF.

       350-LINK-ASSEMBLE-MODULE. *> assembly pass over one module;
                                  *> WORD-COUNT runs on across modules
          MOVE LINK-MOD-NAME(LINK-MOD-IDX) TO LINK-MOD-PATH.
          MOVE 0 TO ASM-LINE-NUM.
          OPEN INPUT MOD-IN-FILE.
          IF MOD-IN-STATUS NOT = "00"
              DISPLAY "LINK ERROR: unable to read module "
                  FUNCTION TRIM(LINK-MOD-PATH),
              ADD 1 TO MISMATCH-COUNT,
          ELSE
              MOVE 'N' TO ASM-EOF,
              PERFORM UNTIL ASM-EOF = 'Y'
                  READ MOD-IN-FILE
                      AT END
                         MOVE 'Y' TO ASM-EOF,
                      NOT AT END
                         ADD 1 TO ASM-LINE-NUM,
                         MOVE MOD-IN-RECORD TO ASM-IN-RECORD,
                         PERFORM 210-ASSEMBLE-LINE,
                  END-READ
              END-PERFORM,
              CLOSE MOD-IN-FILE,
          END-IF.

       360-LINK-RESOLVE. *> '@name' in module LINK-MOD-IDX: its own
                         *> label or variable, else another module's
                         *> export, else a new variable of its own -
                         *> but never another module's local label
          MOVE SPACES TO LINK-ERR-TEXT.
          PERFORM 370-LINK-FIND.
          IF LINK-HIT = 0 AND LINK-EXPORT-HIT > 0
              MOVE LINK-EXPORT-HIT TO LINK-HIT,
          END-IF.
          IF LINK-HIT > 0
              MOVE LINK-SYM-ADDR(LINK-HIT) TO A-VALUE,
              MOVE 'Y' TO A-SYM-FOUND,
          ELSE
              IF LINK-LOCAL-HIT > 0
                  MOVE LINK-SYM-MOD(LINK-LOCAL-HIT) TO LINK-OTHER-IDX,
                  STRING "unresolved symbol " DELIMITED BY SIZE,
                         FUNCTION TRIM(ASM-TOKEN) DELIMITED BY SIZE,
                         " - it is a local label of "
                             DELIMITED BY SIZE,
                         FUNCTION TRIM(LINK-MOD-NAME(LINK-OTHER-IDX))
                             DELIMITED BY SIZE
                         INTO LINK-ERR-TEXT,
                  END-STRING,
                  PERFORM 395-LINK-ERROR,
                  MOVE 0 TO A-VALUE,
                  MOVE 'Y' TO A-SYM-FOUND, *> reported once, here
              ELSE
                  MOVE 'L' TO LINK-SCOPE-TEXT,
                  PERFORM 365-LINK-NEW-VARIABLE,
              END-IF,
          END-IF.

       365-LINK-NEW-VARIABLE. *> next cell of the one pool every
                               *> module draws from, 16 upward
          IF LINK-SYM-COUNT >= 4000 OR NEXT-VAR-ADDR > 16383
              STRING "no RAM address left for variable "
                         DELIMITED BY SIZE,
                     FUNCTION TRIM(ASM-TOKEN) DELIMITED BY SIZE
                     INTO LINK-ERR-TEXT,
              END-STRING,
              PERFORM 395-LINK-ERROR,
              MOVE 0 TO A-VALUE,
          ELSE
              ADD 1 TO LINK-SYM-COUNT,
              MOVE ASM-TOKEN(1:32) TO LINK-SYM-NAME(LINK-SYM-COUNT),
              MOVE LINK-MOD-IDX TO LINK-SYM-MOD(LINK-SYM-COUNT),
              MOVE 'V' TO LINK-SYM-KIND(LINK-SYM-COUNT),
              MOVE LINK-SCOPE-TEXT(1:1) TO
                  LINK-SYM-SCOPE(LINK-SYM-COUNT),
              MOVE NEXT-VAR-ADDR TO LINK-SYM-ADDR(LINK-SYM-COUNT),
              MOVE ASM-LINE-NUM TO LINK-SYM-LINE(LINK-SYM-COUNT),
              MOVE NEXT-VAR-ADDR TO A-VALUE,
              ADD 1 TO NEXT-VAR-ADDR,
          END-IF.
          MOVE 'Y' TO A-SYM-FOUND.

       370-LINK-FIND. *> ASM-TOKEN as seen from module LINK-MOD-IDX:
                       *> LINK-HIT its own entry, LINK-EXPORT-HIT
                       *> another module's export, LINK-LOCAL-HIT
                       *> another module's local label
          MOVE 0 TO LINK-HIT.
          MOVE 0 TO LINK-EXPORT-HIT.
          MOVE 0 TO LINK-LOCAL-HIT.
          PERFORM VARYING LINK-SYM-IDX FROM 1 BY 1
                  UNTIL LINK-SYM-IDX > LINK-SYM-COUNT
              IF LINK-SYM-NAME(LINK-SYM-IDX) = ASM-TOKEN(1:32)
                  IF LINK-SYM-MOD(LINK-SYM-IDX) = LINK-MOD-IDX
                      MOVE LINK-SYM-IDX TO LINK-HIT
                  ELSE
                      IF LINK-SYM-SCOPE(LINK-SYM-IDX) = 'E'
                          MOVE LINK-SYM-IDX TO LINK-EXPORT-HIT
                      ELSE
                          IF LINK-SYM-KIND(LINK-SYM-IDX) = 'L'
                              MOVE LINK-SYM-IDX TO LINK-LOCAL-HIT
                          END-IF
                      END-IF
                  END-IF
              END-IF
          END-PERFORM.

       380-LINK-WRITE-MAP. *> module ROM ranges, exported symbols,
                            *> and every RAM variable assignment
          OPEN OUTPUT LNK-OUT-FILE.
          IF LNK-OUT-STATUS NOT = "00"
              DISPLAY "LINK WARNING: unable to write link map "
                  FUNCTION TRIM(LNK-PATH),
          ELSE
              MOVE SPACES TO LNK-OUT-RECORD,
              STRING "Link map for " DELIMITED BY SIZE,
                     FUNCTION TRIM(HACK-PATH) DELIMITED BY SIZE,
                     " from " DELIMITED BY SIZE,
                     FUNCTION TRIM(ASM-PATH) DELIMITED BY SIZE
                     INTO LNK-OUT-RECORD,
              END-STRING,
              WRITE LNK-OUT-RECORD,
              MOVE SPACES TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              MOVE "Modules, in ROM order" TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              MOVE "   Start     End   Words  Module"
                  TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              PERFORM VARYING LINK-MOD-IDX FROM 1 BY 1
                      UNTIL LINK-MOD-IDX > LINK-MOD-COUNT
                  PERFORM 385-LINK-MAP-MODULE
              END-PERFORM,
              MOVE SPACES TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              MOVE "Exported symbols" TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              MOVE " Address  Kind      Symbol"
                  TO LNK-OUT-RECORD,
              MOVE "Module" TO LNK-OUT-RECORD(55:6),
              WRITE LNK-OUT-RECORD,
              PERFORM VARYING LINK-SYM-IDX FROM 1 BY 1
                      UNTIL LINK-SYM-IDX > LINK-SYM-COUNT
                  IF LINK-SYM-SCOPE(LINK-SYM-IDX) = 'E'
                      IF LINK-SYM-KIND(LINK-SYM-IDX) = 'L'
                          MOVE "label" TO LINK-SCOPE-TEXT
                      ELSE
                          MOVE "variable" TO LINK-SCOPE-TEXT
                      END-IF
                      PERFORM 387-LINK-MAP-SYMBOL
                  END-IF
              END-PERFORM,
              MOVE SPACES TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              MOVE "RAM variables" TO LNK-OUT-RECORD,
              WRITE LNK-OUT-RECORD,
              MOVE " Address  Scope     Symbol"
                  TO LNK-OUT-RECORD,
              MOVE "Module" TO LNK-OUT-RECORD(55:6),
              WRITE LNK-OUT-RECORD,
              PERFORM VARYING LINK-SYM-IDX FROM 1 BY 1
                      UNTIL LINK-SYM-IDX > LINK-SYM-COUNT
                  IF LINK-SYM-KIND(LINK-SYM-IDX) = 'V'
                      IF LINK-SYM-SCOPE(LINK-SYM-IDX) = 'E'
                          MOVE "exported" TO LINK-SCOPE-TEXT
                      ELSE
                          MOVE "local" TO LINK-SCOPE-TEXT
                      END-IF
                      PERFORM 387-LINK-MAP-SYMBOL
                  END-IF
              END-PERFORM,
              CLOSE LNK-OUT-FILE,
          END-IF.

       385-LINK-MAP-MODULE. *> one module's ROM range
          MOVE SPACES TO LINK-MAP-LINE.
          MOVE LINK-MOD-BASE(LINK-MOD-IDX) TO LINK-ADDR-EDIT.
          MOVE LINK-ADDR-EDIT TO LINK-MAP-LINE(3:6).
          IF LINK-MOD-WORDS(LINK-MOD-IDX) = 0
              MOVE "-" TO LINK-MAP-LINE(16:1), *> emits no words
          ELSE
              COMPUTE LINK-END-EDIT = LINK-MOD-BASE(LINK-MOD-IDX) +
                  LINK-MOD-WORDS(LINK-MOD-IDX) - 1,
              MOVE LINK-END-EDIT TO LINK-MAP-LINE(11:6),
          END-IF.
          MOVE LINK-MOD-WORDS(LINK-MOD-IDX) TO LINK-WORDS-EDIT.
          MOVE LINK-WORDS-EDIT TO LINK-MAP-LINE(19:6).
          MOVE LINK-MOD-NAME(LINK-MOD-IDX) TO LINK-MAP-LINE(27:106).
          MOVE LINK-MAP-LINE TO LNK-OUT-RECORD.
          WRITE LNK-OUT-RECORD.

       387-LINK-MAP-SYMBOL. *> one symbol: address, LINK-SCOPE-TEXT,
                             *> name, and the module that owns it
          MOVE SPACES TO LINK-MAP-LINE.
          MOVE LINK-SYM-ADDR(LINK-SYM-IDX) TO LINK-ADDR-EDIT.
          MOVE LINK-ADDR-EDIT TO LINK-MAP-LINE(3:6).
          MOVE LINK-SCOPE-TEXT TO LINK-MAP-LINE(11:8).
          MOVE LINK-SYM-NAME(LINK-SYM-IDX) TO LINK-MAP-LINE(21:32).
          MOVE LINK-SYM-MOD(LINK-SYM-IDX) TO LINK-OTHER-IDX.
          MOVE LINK-MOD-NAME(LINK-OTHER-IDX) TO LINK-MAP-LINE(55:78).
          MOVE LINK-MAP-LINE TO LNK-OUT-RECORD.
          WRITE LNK-OUT-RECORD.

       395-LINK-ERROR. *> LINK-ERR-TEXT against the module and line
                        *> in LINK-MOD-PATH / ASM-LINE-NUM
          MOVE ASM-LINE-NUM TO LINK-LINE-EDIT.
          DISPLAY "LINK ERROR: " FUNCTION TRIM(LINK-MOD-PATH)
              " line " FUNCTION TRIM(LINK-LINE-EDIT) " - "
              FUNCTION TRIM(LINK-ERR-TEXT).
          ADD 1 TO MISMATCH-COUNT.
          MOVE SPACES TO LINK-ERR-TEXT.
