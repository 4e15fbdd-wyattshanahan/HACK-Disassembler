           SELECT FLW-FILE ASSIGN USING FLW-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FLW-FILE-STATUS.
           SELECT VM-FILE ASSIGN USING VM-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VM-FILE-STATUS.
           SELECT LNT-FILE ASSIGN USING LNT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LNT-FILE-STATUS.
           SELECT RPT-FILE ASSIGN USING RPT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT TRC-FILE ASSIGN USING TRC-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRC-FILE-STATUS.
           SELECT PBM-FILE ASSIGN USING PBM-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PBM-FILE-STATUS.
           SELECT KBD-FILE ASSIGN USING KBD-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KBD-FILE-STATUS.
           SELECT TST-FILE ASSIGN USING TST-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TST-FILE-STATUS.
           SELECT TSR-FILE ASSIGN USING TSR-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TSR-FILE-STATUS.
           SELECT STX-FILE ASSIGN USING STX-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STX-FILE-STATUS.
           SELECT CLN-FILE ASSIGN USING CLONE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLN-FILE-STATUS.
           SELECT PAT-FILE ASSIGN USING PAT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAT-FILE-STATUS.
           SELECT STS-FILE ASSIGN USING STATS-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STS-FILE-STATUS.
           SELECT OPTIONAL ARC-FILE ASSIGN USING ARC-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARC-FILE-STATUS.
           SELECT ARC-PRIOR-FILE ASSIGN USING ARC-PRIOR-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARC-PRIOR-STATUS.
           SELECT EXP-FILE ASSIGN USING EXP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXP-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING CHECKPOINT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHECKPOINT-FILE-STATUS.
       FD FLW-FILE. *> per-run control-flow and reachability report
       01 FLW-RECORD      PIC X(80).

       FD VM-FILE. *> per-run VM command reconstruction
       01 VM-RECORD       PIC X(80).

       FD LNT-FILE. *> per-run lint findings with rule codes
       01 LNT-RECORD      PIC X(132).

       FD RPT-FILE. *> per-run instruction profile and memory
                     *> footprint analytics report
       01 RPT-RECORD      PIC X(80).
       FD TRC-FILE. *> execution trace: one line per simulated cycle
       01 TRC-RECORD      PIC X(80).

       FD PBM-FILE. *> SCREEN snapshot, plain (P1) portable bitmap
       01 PBM-RECORD      PIC X(70).

       FD KBD-FILE. *> keyboard script beside the image: one
                     *> 'cycle,keycode' per line, cycles ascending
       01 KBD-RECORD      PIC X(80).

       FD TST-FILE. *> regression test script beside the image
       01 TST-RECORD      PIC X(80).

       FD TSR-FILE. *> regression test result: PASS/FAIL per check
       01 TSR-RECORD      PIC X(80).

       FD STX-FILE. *> symbol sidecar transactions ('A addr name',
                     *> 'C addr name', 'D addr'), or a reviewed
                     *> .sym.new proposal being merged
       01 STX-RECORD      PIC X(80).

       FD CLN-FILE. *> library-wide shared-code (clone) report
       01 CLN-RECORD      PIC X(132).

       FD PAT-FILE. *> patch deck: 'addr old new' per record, each
                     *> word 16 binary digits or an instruction
       01 PAT-RECORD      PIC X(80).

       FD STS-FILE. *> audit trail statistics for a date range
       01 STS-RECORD      PIC X(132).

       FD ARC-FILE. *> dated archive of aged audit records, same
                     *> layout as AUDIT-RECORD
       01 ARC-RECORD      PIC X(480).

       FD ARC-PRIOR-FILE. *> the audit trail parked as generation .1
                           *> while it is split
       01 ARC-PRIOR-RECORD PIC X(480).

       FD EXP-FILE. *> one memory-init export of an image: Intel
                     *> HEX, Logisim raw, or Verilog $readmemb/h
       01 EXP-RECORD      PIC X(80).

       FD CHECKPOINT-FILE. *> last completed manifest entry in a batch
       01 CHECKPOINT-RECORD PIC X(200).

          05 CAT-B-COUNT     PIC 9(6). *> lines failing validation
          05 CAT-OUTCOME     PIC X(8). *> last AUD-OUTCOME value
          05 CAT-STAMP       PIC X(19). *> last run timestamp
          05 CAT-OUT-NAME    PIC X(150). *> derived .asm name,
                                         *> truncated at 150
          05 CAT-TEST-OUTCOME PIC X(8). *> last TEST run: PASS, FAIL,
                                        *> EMPTY; spaces = never
          05 CAT-TEST-STAMP  PIC X(19). *> when that TEST ran
          05 CAT-PRIOR-CHECKSUM PIC 9(10). *> input checksum before
                                           *> the last PATCH run
          05 CAT-EXPORTS. *> 'Y' per format an EXPORT run wrote
             10 CAT-EXP-HEX     PIC X. *> Intel HEX (.hex)
             10 CAT-EXP-LOGISIM PIC X. *> Logisim v2.0 raw (.lgs)
             10 CAT-EXP-MEMB    PIC X. *> Verilog $readmemb (.memb)
             10 CAT-EXP-MEMH    PIC X. *> Verilog $readmemh (.memh)
          05 FILLER          PIC X(8).

       WORKING-STORAGE SECTION.
       77 EOF               PIC X VALUE 'N'. *> EOF FLAG ('Y'/'N')
          05 LST-NAME       PIC X(199). *> audit listing name
          05 FLW-NAME       PIC X(199). *> control-flow report name
          05 RPT-NAME       PIC X(199). *> analytics report name
          05 VM-NAME        PIC X(199). *> VM reconstruction name
          05 LNT-NAME       PIC X(199). *> lint report name

       01 BATCH-FIELDS. *> multi-file batch mode over a directory
          05 BATCH-MODE          PIC X VALUE 'N'. *> 'Y'/'N'
                            *> 'ASSEMBLE file.asm [ROM]' turns a
                            *> hand-edited .asm back into an image
          05 ASSEMBLE-MODE       PIC X VALUE 'N'. *> 'Y'/'N'
          05 LINK-MODE           PIC X VALUE 'N'. *> 'Y': 'LINK
                                      *> list.mdl [ROM]' links the
                                      *> .asm modules the list names
          05 ASSEMBLE-TARGET     PIC X(200). *> the .asm to assemble
                                             *> or .mdl to link
          05 ASSEMBLE-OPT        PIC X(20). *> optional 'ROM' keyword
          05 ASSEMBLE-ASM-NAME   PIC X(199).
          05 ASSEMBLE-OUT-NAME   PIC X(200). *> .hack or .rom written
          05 ASSEMBLE-ERRORS     PIC 9(6). *> lines in error
          05 ASM-OUT-MODE        PIC X. *> 'T' .hack / 'B' .rom
          05 ASM-RUN-FUNCTION    PIC X. *> 'V' verify / 'A' assemble
                                        *> / 'E' encode one word /
                                        *> 'L' link modules
          05 ASM-COUNT-EDIT      PIC ZZZZZ9.

       01 ASSEMBLE-RESULTS. *> counters reported back by ASSEMBLER
          05 AR-WORD-COUNT  PIC 9(6). *> words in the assembled image
          05 AR-LABEL-COUNT PIC 9(4). *> '(NAME)' definitions found
          05 AR-VAR-COUNT   PIC 9(4). *> RAM variables allocated
          05 AR-MODULE-COUNT PIC 9(3). *> modules linked ('L')

       01 COMPARE-FIELDS. *> two-input change-control compare mode
          05 COMPARE-MODE        PIC X VALUE 'N'. *> 'Y'/'N'
          05 VERIFY-ENABLED      PIC X VALUE 'Y'. *> round-trip toggle
          05 FLOW-ENABLED        PIC X VALUE 'Y'. *> .flw toggle
          05 PROFILE-ENABLED     PIC X VALUE 'Y'. *> .rpt toggle
          05 VM-ENABLED          PIC X VALUE 'Y'. *> .vm toggle
          05 LINT-ENABLED        PIC X VALUE 'Y'. *> .lnt toggle
          05 LINT-RAISE-4        PIC X VALUE 'N'. *> 'Y': severity 4
                                                 *> findings grade
          05 LINT-RAISE-8        PIC X VALUE 'N'. *> 'Y': severity 8
                                                 *> findings grade
          05 LINT-RAISE-TALLY    PIC 99.
          05 RETAIN-GENS         PIC 99 VALUE 0. *> prior output
                                                 *> generations kept;
                                                 *> 0 = overwrite
          05 AUDIT-CLEAN         PIC X. *> 'Y' until a finding lands
          05 AUDIT-HAS-RECORD    PIC X. *> 'Y': catalog knows image
          05 AUDIT-MSG           PIC X(60).
          05 AUDIT-EXPORTS       PIC X(4). *> CAT-EXPORTS, or spaces
                                           *> when not cataloged
          05 AUDIT-SEV           PIC 99.
          05 AUDIT-EDIT          PIC ZZZ9.

                      *> end (reads as zero unless the image wrote it)
          05 TR-RAM OCCURS 24577 TIMES PIC S9(9) COMP.

       01 SCREEN-FIELDS. *> trace runs: SCREEN as a 512x256 bitmap at
                          *> the end and at the SCREEN-CYCLES cycles,
                          *> and KBD driven from a keyboard script
          05 SCREEN-CYCLE-COUNT PIC 99 VALUE 0.
          05 SCREEN-CYCLE OCCURS 20 TIMES PIC 9(7). *> control card
          05 SCR-IDX           PIC 99.
          05 SCR-PTR           PIC 999. *> UNSTRING pointer
          05 SCR-TOKEN         PIC X(20).
          05 PBM-NAME          PIC X(220).
          05 PBM-FILE-STATUS   PIC XX.
          05 SCR-ROW           PIC 999. *> 0-255
          05 SCR-WORD          PIC 99. *> 0-31 within the row
          05 SCR-BIT           PIC 99.
          05 SCR-COL           PIC 999.
          05 SCR-PART          PIC 9. *> 64-pixel slice of a row
          05 SCR-RAM-IDX       PIC 9(5).
          05 SCR-VALUE         PIC 9(5). *> unsigned 16-bit word
          05 SCR-LINE          PIC X(512). *> one row of pixels
          05 SCR-CYCLE-EDIT    PIC Z(6)9.
          05 KBD-NAME          PIC X(199). *> script, beside the image
          05 KBD-FILE-STATUS   PIC XX.
          05 KBD-EOF           PIC X. *> 'Y'/'N'
          05 KBD-LINE-NUM      PIC 9(4).
          05 KBD-LINE-EDIT     PIC ZZZ9.
          05 KBD-TOKEN-1       PIC X(20).
          05 KBD-TOKEN-2       PIC X(20).
          05 KBD-LEN-1         PIC 99.
          05 KBD-LEN-2         PIC 99.
          05 KBD-OK            PIC X. *> 'Y'/'N'
          05 KBD-BAD-LINES     PIC 9(4).
          05 KBD-LAST-CYCLE    PIC 9(7).
          05 KBD-CODE-EDIT     PIC ZZZZ9.
          05 KBD-EVENT-COUNT   PIC 9(4).
          05 KBD-NEXT          PIC 9(4). *> first event not yet due
          05 KBD-EVENT OCCURS 1000 TIMES.
             10 KBD-CYCLE      PIC 9(7). *> from this cycle on ...
             10 KBD-CODE       PIC 9(5). *> ... KBD reads this code

       01 TEST-FIELDS. *> regression test mode: preset RAM, run the
                        *> image on the trace engine, and check the
                        *> end state against the script's expectations
          05 TEST-MODE         PIC X VALUE 'N'. *> 'Y'/'N'
          05 TEST-TARGET       PIC X(200). *> image to test
          05 TST-NAME          PIC X(199). *> script, beside the image
          05 TSR-NAME          PIC X(199). *> result file
          05 TST-FILE-STATUS   PIC XX.
          05 TSR-FILE-STATUS   PIC XX.
          05 TST-EOF           PIC X. *> 'Y'/'N'
          05 TST-LOADED        PIC X. *> 'Y': script opened and read
          05 TSR-OPENED        PIC X. *> 'Y'/'N'
          05 TST-LINE          PIC X(80). *> upper-cased script line
          05 TST-LINE-KIND     PIC X. *> 'E' expectation, 'S' setting
          05 TST-LINE-NUM      PIC 9(4).
          05 TST-LINE-EDIT     PIC ZZZ9.
          05 TST-LINE-OK       PIC X. *> 'Y'/'N'
          05 TST-BAD-LINES     PIC 9(4).
          05 TST-KEY           PIC X(40).
          05 TST-VALUE         PIC X(40).
          05 TST-ADDR-TEXT     PIC X(40).
          05 TST-NUM-TEXT      PIC X(40). *> 745-TEST-CHECK-NUMBER arg
          05 TST-NUM-LEN       PIC 99.
          05 TST-NUM-IDX       PIC 99.
          05 TST-NUM-OK        PIC X. *> 'Y'/'N'
          05 TST-NUM           PIC S9(9).
          05 TST-ADDR          PIC 9(5).
          05 TST-CYCLES        PIC 9(7). *> cycle budget
          05 TST-CYCLES-SET    PIC X. *> 'Y': the script gave one
          05 TST-STOP-ADDR     PIC 9(5).
          05 TST-STOP-SET      PIC X. *> 'Y': stop when PC gets here
          05 TST-STOP-HIT      PIC X. *> 'Y': it did
          05 TST-SET-COUNT     PIC 9(3).
          05 TST-SET-IDX       PIC 9(3).
          05 TST-SET-ELEMENT OCCURS 200 TIMES. *> RAM presets
             10 TST-SET-ADDR   PIC 9(5).
             10 TST-SET-VALUE  PIC S9(6).
          05 TST-EXP-COUNT     PIC 9(3).
          05 TST-EXP-IDX       PIC 9(3).
          05 TST-EXP-ELEMENT OCCURS 200 TIMES. *> expected end state
             10 TST-EXP-KIND   PIC X. *> R RAM, A, D, P PC
             10 TST-EXP-ADDR   PIC 9(5). *> RAM address for 'R'
             10 TST-EXP-VALUE  PIC S9(6).
          05 TST-ACTUAL        PIC S9(9).
          05 TST-PASSED        PIC 9(3).
          05 TST-FAILED        PIC 9(3).
          05 TST-OUTCOME       PIC X(8). *> PASS, FAIL, EMPTY
          05 TST-CHECK-NAME    PIC X(16). *> 'RAM[256]', 'PC', ...
          05 TST-VALUE-EDIT    PIC -(6)9.
          05 TST-COUNT-EDIT    PIC ZZ9.
          05 TST-COUNT-EDIT2   PIC ZZ9.

       01 SYMMAINT-FIELDS. *> symbol sidecar maintenance mode: edit
                            *> and apply add/change/delete records
                            *> to one .sym, rewritten in address order
          05 SYMMAINT-MODE     PIC X VALUE 'N'. *> 'Y'/'N'
          05 SYMMAINT-TARGET   PIC X(200). *> the .sym maintained
          05 SYMMAINT-OPT      PIC X(200). *> transaction file or
                                            *> 'MERGE' for .sym.new
          05 SMT-MERGE         PIC X VALUE 'N'. *> 'Y': merge .sym.new
          05 STX-NAME          PIC X(204).
          05 STX-FILE-STATUS   PIC XX.
          05 STX-EOF           PIC X. *> 'Y'/'N'
          05 SMT-LINE-NUM      PIC 9(5).
          05 SMT-LINE-EDIT     PIC ZZZZ9.
          05 SMT-CODE          PIC X. *> A add, C change, D delete
          05 SMT-TOKEN-1       PIC X(40).
          05 SMT-TOKEN-2       PIC X(40).
          05 SMT-TOKEN-3       PIC X(40).
          05 SMT-EXTRA         PIC X(40). *> anything past the name
          05 SMT-ADDR-TEXT     PIC X(40).
          05 SMT-NAME          PIC X(40).
          05 SMT-LEN           PIC 99.
          05 SMT-CHR-IDX       PIC 99.
          05 SMT-CHAR          PIC X.
          05 SMT-ADDR          PIC 9(5).
          05 SMT-REASON        PIC X(60). *> spaces: transaction is
                                           *> acceptable
          05 SMT-AT-ADDR       PIC 9(3). *> entry holding SMT-ADDR
          05 SMT-AT-NAME       PIC 9(3). *> entry holding SMT-NAME
          05 SMT-IDX           PIC 9(3).
          05 SMT-IDX2          PIC 9(3).
          05 SMT-HOLD-VALUE    PIC 9(5). *> sort exchange
          05 SMT-HOLD-NAME     PIC X(16).
          05 SMT-SLOT-FOUND    PIC X. *> 'Y': insertion point found
          05 SMT-OLD-NAME      PIC X(16). *> before a change/delete
          05 SMT-OLD-ADDR      PIC 9(5).
          05 SMT-APPLIED       PIC 9(4).
          05 SMT-REJECTED      PIC 9(4).
          05 SMT-COUNT-EDIT    PIC ZZZ9.
          05 SMT-ADDR-EDIT     PIC ZZZZ9.
          05 SMT-ADDR-EDIT2    PIC ZZZZ9.
          05 SMT-SAVED-GENS    PIC 99.
          05 SMT-CHANGE-COUNT  PIC 9(4). *> audit records held until
          05 SMT-CHANGE-IDX    PIC 9(4). *> the sidecar is rewritten
          05 SMT-CHANGE OCCURS 1000 TIMES.
             10 SMT-CHG-OUTCOME PIC X(8). *> SYMADD, SYMCHG, SYMDEL
             10 SMT-CHG-TAIL   PIC X(160).

       01 LINT-FIELDS. *> static lint pass over the decoded words:
                        *> L001 RAM read never written, L002 write to
                        *> KBD, L003 store to a ROM label, L004 M used
                        *> right after a jump, L005 A left over from
                        *> another block, L006 loop with no exit
          05 LNT-FILE-STATUS   PIC XX.
          05 LNT-OPENED        PIC X. *> 'Y'/'N'
          05 LNT-IDX           PIC 9(6). *> 1-based word subscript
          05 LNT-SCAN-IDX      PIC 9(6).
          05 LNT-ADDR          PIC 9(6). *> 0-based address reported
          05 LNT-RULE          PIC X(4).
          05 LNT-SEV           PIC 99.
          05 LNT-SEV-EDIT      PIC Z9.
          05 LNT-MSG           PIC X(60).
          05 LNT-MNEM          PIC X(24). *> decoded instruction
          05 LNT-PREV-KIND     PIC X. *> kind of the word before
          05 LNT-PREV-VAL      PIC 9(5). *> its @value
          05 LNT-PREV-JUMP     PIC X(3). *> its jump bits
          05 LNT-A-FRESH       PIC X. *> 'Y': A set in this block
          05 LNT-USES-A        PIC X. *> 'Y': the word depends on A
          05 LNT-READS-M       PIC X.
          05 LNT-WRITES-M      PIC X.
          05 LNT-A-TALLY       PIC 99.
          05 LNT-FLAGGED       PIC X. *> 'Y': L004 already covers it
          05 LNT-EXIT-FOUND    PIC X. *> 'Y': loop body can leave
          05 LNT-TOTAL         PIC 9(5).
          05 LNT-SEV4-COUNT    PIC 9(5).
          05 LNT-SEV8-COUNT    PIC 9(5).
          05 LNT-ADDR-EDIT     PIC Z(5)9.
          05 LNT-ADDR-EDIT2    PIC Z(5)9.
          05 LNT-VALUE-EDIT    PIC ZZZZ9.
          05 LNT-COUNT-EDIT    PIC ZZZZ9.
          05 LNT-COUNT-EDIT2   PIC ZZZZ9.
          05 LNT-VALUE-USE OCCURS 32768 TIMES. *> at @value + 1
             10 LNT-WRITTEN    PIC X. *> 'Y': some @value; M=...
             10 LNT-READ       PIC X. *> 'Y': some @value; ...M...

       01 CLONE-FIELDS. *> clone report over every cataloged image:
                         *> basic blocks from 352's leaders, hashed
                         *> with ROM addresses made block-relative
          05 CLONES-MODE       PIC X VALUE 'N'. *> 'Y'/'N'
          05 CLONE-NAME        PIC X(20) VALUE "disassembler.cln".
          05 CLN-FILE-STATUS   PIC XX.
          05 CLONE-MIN-WORDS   PIC 9(4) VALUE 6. *> control card;
                                                 *> shorter blocks
                                                 *> are too common
          05 CLN-IMAGE-COUNT   PIC 9(4).
          05 CLN-IMG-IDX       PIC 9(4).
          05 CLN-SKIPPED       PIC 9(4). *> cataloged but unreadable
          05 CLN-BLOCKS        PIC 9(7). *> blocks long enough
          05 CLN-START-IDX     PIC 9(6). *> block, 1-based, inclusive
          05 CLN-END-IDX       PIC 9(6).
          05 CLN-LEN           PIC 9(6).
          05 CLN-IDX           PIC 9(6).
          05 CLN-TOKEN         PIC 9(6). *> normalized word
          05 CLN-VIA-M         PIC X. *> 'Y': next word uses M
          05 CLN-HASH-1        PIC 9(10).
          05 CLN-HASH-2        PIC 9(10).
          05 CLN-BUCKET        PIC 9(4).
          05 CLN-GRP-IDX       PIC 9(5).
          05 CLN-GRP-HIT       PIC 9(5). *> 0 = not seen before
          05 CLN-OCC-IDX       PIC 9(6).
          05 CLN-FULL-NOTED    PIC X. *> 'Y': table-full warned
          05 CLN-SHARED-COUNT  PIC 9(5).
          05 CLN-SORT-POS      PIC 9(5).
          05 CLN-SORT-HOLD     PIC 9(5).
          05 CLN-SLOT-FOUND    PIC X. *> 'Y': insertion point found
          05 CLN-SEQ-EDIT      PIC ZZZZ9.
          05 CLN-LEN-EDIT      PIC ZZZZ9.
          05 CLN-OCCS-EDIT     PIC ZZZZ9.
          05 CLN-IMGS-EDIT     PIC ZZZ9.
          05 CLN-ADDR-EDIT     PIC Z(5)9.
          05 CLN-COUNT-EDIT    PIC Z(6)9.
          05 CLN-LINE          PIC X(132).

       01 CLONE-IMAGE-TABLE. *> cataloged images, in catalog order
          05 CLN-IMAGE-NAME OCCURS 500 TIMES PIC X(200).

       01 CLONE-GROUP-TABLE. *> one entry per distinct normalized
                              *> block, chained from a hash bucket
          05 CLN-GROUP-COUNT   PIC 9(5).
          05 CLN-BUCKET-HEAD OCCURS 4001 TIMES PIC 9(5). *> 0 = empty
          05 CLN-GROUP OCCURS 20000 TIMES.
             10 CLN-GRP-LEN    PIC 9(6). *> words in the block
             10 CLN-GRP-HASH-1 PIC 9(10).
             10 CLN-GRP-HASH-2 PIC 9(10).
             10 CLN-GRP-NEXT   PIC 9(5). *> next group, same bucket
             10 CLN-GRP-FIRST  PIC 9(6). *> first occurrence
             10 CLN-GRP-LAST   PIC 9(6). *> last occurrence
             10 CLN-GRP-OCCS   PIC 9(5). *> places it appears
             10 CLN-GRP-IMAGES PIC 9(4). *> distinct images
             10 CLN-GRP-LAST-IMAGE PIC 9(4).

       01 CLONE-OCC-TABLE. *> every place a group's block appears
          05 CLN-OCC-COUNT     PIC 9(6).
          05 CLN-OCC OCCURS 60000 TIMES.
             10 CLN-OCC-IMAGE  PIC 9(4).
             10 CLN-OCC-ADDR   PIC 9(5). *> 0-based ROM address
             10 CLN-OCC-NEXT   PIC 9(6). *> 0 = last of its group

       01 CLONE-SHARED-TABLE. *> groups seen in two or more images,
                               *> biggest first
          05 CLN-SHARED OCCURS 20000 TIMES PIC 9(5).

       01 PATCH-FIELDS. *> word-level patch mode: 'PATCH image [deck]
                         *> [ROM]' checks every old word of the deck
                         *> against the image, then rewrites it
          05 PATCH-MODE        PIC X VALUE 'N'. *> 'Y'/'N'
          05 PATCH-TARGET      PIC X(200). *> the image patched
          05 PATCH-OPT         PIC X(200). *> deck; default BASE.pat
          05 PAT-NAME          PIC X(204).
          05 PAT-FILE-STATUS   PIC XX.
          05 PAT-EOF           PIC X. *> 'Y'/'N'
          05 PAT-LINE-NUM      PIC 9(5).
          05 PAT-LINE-EDIT     PIC ZZZZ9.
          05 PAT-TOKEN-1       PIC X(40). *> ROM address
          05 PAT-TOKEN-2       PIC X(40). *> old word
          05 PAT-TOKEN-3       PIC X(40). *> new word
          05 PAT-EXTRA         PIC X(40). *> anything past the new word
          05 PAT-REASON        PIC X(60). *> spaces: record is good
          05 PAT-LEN           PIC 99.
          05 PAT-ADDR          PIC 9(5).
          05 PAT-ENCODE-TEXT   PIC X(199). *> instruction in, its 16
                                          *> binary digits back out
          05 PAT-ENCODE-ERRORS PIC 9(6).
          05 PAT-OLD-BITS      PIC X(16).
          05 PAT-NEW-BITS      PIC X(16).
          05 PAT-OLD-MNEM      PIC X(24).
          05 PAT-BAD-LINES     PIC 9(4). *> records failing the edits
          05 PAT-MISMATCHES    PIC 9(4). *> old words not on disk
          05 PAT-IDX           PIC 9(6).
          05 PAT-WORD-IDX      PIC 9(6). *> SOURCE-WORD subscript
          05 PAT-OLD-CHECKSUM  PIC 9(10).
          05 PAT-NEW-CHECKSUM  PIC 9(10).
          05 PAT-SAVED-GENS    PIC 99.
          05 PAT-WORD-VAL      PIC 9(5).
          05 PAT-BIT-IDX       PIC 99.
          05 PAT-HIGH-BYTE     PIC 9(3).
          05 PAT-LOW-BYTE      PIC 9(3).
          05 PAT-ADDR-EDIT     PIC ZZZZ9.
          05 PAT-COUNT-EDIT    PIC ZZZ9.
          05 PAT-MISS-EDIT     PIC ZZZ9.
          05 PAT-OLD-CKS-EDIT  PIC Z(9)9.
          05 PAT-NEW-CKS-EDIT  PIC Z(9)9.
          05 PAT-COUNT         PIC 9(4).
          05 PAT-ENTRY OCCURS 500 TIMES. *> good records, deck order
             10 PAT-E-ADDR     PIC 9(5).
             10 PAT-E-OLD      PIC X(16).
             10 PAT-E-NEW      PIC X(16).
             10 PAT-E-LINE     PIC 9(5).

       01 STATS-FIELDS. *> audit trail summary: 'STATS [from [to]]'
                         *> with dates as YYYY-MM-DD, matched against
                         *> the date part of AUD-STAMP
          05 STATS-MODE        PIC X VALUE 'N'. *> 'Y'/'N'
          05 STATS-NAME        PIC X(20) VALUE "disassembler.sts".
          05 STS-FILE-STATUS   PIC XX.
          05 STS-OPENED        PIC X. *> 'Y' once STS-FILE opens OK
          05 STS-FROM-TEXT     PIC X(40). *> as given on the command
          05 STS-TO-TEXT       PIC X(40).
          05 STS-DATE-TEXT     PIC X(40). *> 871's input
          05 STS-DATE-OK       PIC X. *> 'Y'/'N'
          05 STS-FROM          PIC X(10). *> first day, inclusive
          05 STS-TO            PIC X(10). *> last day, inclusive
          05 STS-RECORDS       PIC 9(7). *> audit records in range
          05 STS-RUNS          PIC 9(7). *> disassembly runs
          05 STS-OTHER         PIC 9(7). *> patch, symbol, archive
          05 STS-CLEAN         PIC 9(7).
          05 STS-WARNINGS      PIC 9(7).
          05 STS-VFYFAIL       PIC 9(7).
          05 STS-THRESHLD      PIC 9(7).
          05 STS-OPENFAIL      PIC 9(7).
          05 STS-A-TOTAL       PIC 9(10).
          05 STS-C-TOTAL       PIC 9(10).
          05 STS-U-TOTAL       PIC 9(10).
          05 STS-B-TOTAL       PIC 9(10).
          05 STS-IS-RUN        PIC X. *> 'Y': one of the five outcomes
          05 STS-IS-FAIL       PIC X. *> 'Y': VFYFAIL, THRESHLD or
                                      *> OPENFAIL
          05 STS-DAY-IDX       PIC 9(4).
          05 STS-DAY-HIT       PIC 9(4). *> 0 = day not seen yet
          05 STS-IMG-IDX       PIC 9(4).
          05 STS-IMG-HIT       PIC 9(4). *> 0 = image not seen yet
          05 STS-DROPPED       PIC 9(7). *> no room to itemize
          05 STS-RANK-COUNT    PIC 9(4).
          05 STS-SORT-POS      PIC 9(4).
          05 STS-SORT-HOLD     PIC 9(4).
          05 STS-SLOT-FOUND    PIC X. *> 'Y': insertion point found
          05 STS-TOP-LIMIT     PIC 99 VALUE 10. *> failing images shown
          05 STS-IDLE-COUNT    PIC 9(5).
          05 STS-COUNT-EDIT    PIC Z(6)9.
          05 STS-COUNT-EDIT2   PIC Z(6)9.
          05 STS-COUNT-EDIT3   PIC Z(6)9.
          05 STS-TOTAL-EDIT    PIC Z(9)9.
          05 STS-TOTAL-EDIT2   PIC Z(9)9.
          05 STS-TOTAL-EDIT3   PIC Z(9)9.
          05 STS-TOTAL-EDIT4   PIC Z(9)9.
          05 STS-LINE          PIC X(132).

       01 STATS-DAY-TABLE. *> one entry per day in range, in the
                            *> order the trail first shows it
          05 STS-DAY-COUNT     PIC 9(4).
          05 STS-DAY OCCURS 1000 TIMES.
             10 STS-DAY-DATE   PIC X(10).
             10 STS-DAY-RUNS   PIC 9(5).
             10 STS-DAY-FAILS  PIC 9(5).
             10 STS-DAY-OTHER  PIC 9(5).

       01 STATS-IMAGE-TABLE. *> every input named by a run in range
          05 STS-IMG-COUNT     PIC 9(4).
          05 STS-IMG OCCURS 1000 TIMES.
             10 STS-IMG-NAME   PIC X(200).
             10 STS-IMG-RUNS   PIC 9(5).
             10 STS-IMG-FAILS  PIC 9(5).
          05 STS-RANK OCCURS 1000 TIMES PIC 9(4). *> failing images,
                                                  *> most failures
                                                  *> first

       01 ARCHIVE-FIELDS. *> move audit records older than the
                           *> AUDIT-RETAIN-DAYS card into a dated
                           *> archive, then leave a control record
          05 ARCHIVE-MODE      PIC X VALUE 'N'. *> 'Y'/'N'
          05 ARC-RETAIN-DAYS   PIC 9(5) VALUE 0. *> control card
          05 ARC-RETAIN-SET    PIC X VALUE 'N'. *> 'Y': card given
          05 ARC-NAME          PIC X(40). *> AUDIT-NAME.YYYYMMDD
          05 ARC-FILE-STATUS   PIC XX.
          05 ARC-PRIOR-NAME    PIC X(40). *> AUDIT-NAME.1
          05 ARC-PRIOR-STATUS  PIC XX.
          05 ARC-EOF           PIC X. *> 'Y'/'N'
          05 ARC-TODAY         PIC 9(8). *> YYYYMMDD
          05 ARC-CUTOFF-NUM    PIC 9(8). *> YYYYMMDD
          05 ARC-CUTOFF        PIC X(10). *> 'YYYY-MM-DD'; records
                                          *> dated before it move
          05 ARC-DUE           PIC 9(7). *> counted before the split
          05 ARC-MOVED         PIC 9(7).
          05 ARC-KEPT          PIC 9(7).
          05 ARC-HASH-TOTAL    PIC 9(12). *> A+C+U+B of moved records
          05 ARC-SAVED-GENS    PIC 99.
          05 ARC-DAYS-EDIT     PIC ZZZZ9.
          05 ARC-MOVED-EDIT    PIC Z(6)9.
          05 ARC-KEPT-EDIT     PIC Z(6)9.
          05 ARC-HASH-EDIT     PIC Z(11)9.

       01 EXPORT-FIELDS. *> 'EXPORT image [ROM]': the image as memory
                          *> init files, formats chosen by the
                          *> EXPORT-FORMATS card; every word goes out
                          *> bit for bit
          05 EXPORT-MODE       PIC X VALUE 'N'. *> 'Y'/'N'
          05 EXPORT-TARGET     PIC X(200).
          05 EXP-WANT-HEX      PIC X VALUE 'Y'. *> no card: all four
          05 EXP-WANT-LOGISIM  PIC X VALUE 'Y'.
          05 EXP-WANT-MEMB     PIC X VALUE 'Y'.
          05 EXP-WANT-MEMH     PIC X VALUE 'Y'.
          05 EXP-TOKEN         PIC X(40). *> one EXPORT-FORMATS entry
          05 EXP-PTR           PIC 999.
          05 EXP-HEX-NAME      PIC X(204).
          05 EXP-LGS-NAME      PIC X(204).
          05 EXP-MEMB-NAME     PIC X(204).
          05 EXP-MEMH-NAME     PIC X(204).
          05 EXP-NAME          PIC X(204). *> the one being written
                                          *> or read back
          05 EXP-FILE-STATUS   PIC XX.
          05 EXP-OPENED        PIC X. *> 'Y' once EXP-FILE opens OK
          05 EXP-KIND          PIC X. *> 'H' hex, 'L' Logisim,
                                      *> 'B' $readmemb, 'M' $readmemh
          05 EXP-EOF           PIC X. *> 'Y'/'N'
          05 EXP-IDX           PIC 9(6). *> SOURCE-WORD subscript
          05 EXP-DATA-WORDS    PIC 9(6). *> words in .map DATA regions
          05 EXP-WRITTEN       PIC 9. *> formats written this run
          05 EXP-LIST          PIC X(300). *> their names, for the
                                           *> audit record
          05 EXP-LINE          PIC X(80).
          05 EXP-COL           PIC 99. *> next free EXP-LINE column
          05 EXP-WORD-VAL      PIC 9(5).
          05 EXP-BIT-IDX       PIC 99.
          05 EXP-BYTE-VAL      PIC 999.
          05 EXP-BYTE-HEX      PIC XX.
          05 EXP-NIB-HI        PIC 99.
          05 EXP-NIB-LO        PIC 99.
          05 EXP-REC-ADDR      PIC 9(5). *> byte address of the record
          05 EXP-REC-BYTES     PIC 99. *> data bytes in the record
          05 EXP-REC-SUM       PIC 9(5). *> for the record checksum
          05 EXP-REC-DATA      PIC X(32). *> 16 bytes as hex text
          05 EXP-HEX-TEXT      PIC X(8). *> 917's input, 1-4 digits
          05 EXP-HEX-LEN       PIC 9.
          05 EXP-HEX-CHAR      PIC X.
          05 EXP-NIBBLE        PIC 99. *> 99 = not a hex digit
          05 EXP-HEX-OK        PIC X. *> 'Y'/'N'
          05 EXP-SEARCH-IDX    PIC 99.
          05 EXP-READ-BAD      PIC X. *> 'Y': read back damaged
          05 EXP-READ-WORDS    PIC 9(6).
          05 EXP-FIRST-LINE    PIC X. *> 'Y' until a line is read
          05 EXP-REPEAT        PIC 9(5). *> Logisim 'n*value' count
          05 EXP-REPEAT-TEXT   PIC X(8).
          05 EXP-VALUE-TEXT    PIC X(8).
          05 EXP-POS           PIC 99.
          05 EXP-SAVED-CKS     PIC 9(10). *> the input's, from 566
          05 EXP-BYTE-LOW      PIC 999.
          05 EXP-DONE          PIC X(4). *> 'Y' per format written,
                                         *> in CAT-EXPORTS order
          05 EXP-EXT           PIC X(5). *> for the audit findings
          05 EXP-K             PIC 99.
          05 EXP-CHAR-IDX      PIC 9.
          05 EXP-FOLD-VAL      PIC 9(5).
          05 EXP-FOLD-QUOT     PIC 9(5).
          05 EXP-FOLD-REM      PIC 9.
          05 EXP-COUNT-EDIT    PIC ZZZZ9.
          05 EXP-DATA-EDIT     PIC ZZZZ9.

       01 PROPOSE-FIELDS. *> build the candidate .sym.new sidecar
          05 SYMNEW-STATUS     PIC XX.
          05 SYMNEW-OPENED     PIC X. *> 'Y'/'N'
          05 FLOW-STACK-TABLE.
             10 FLOW-STACK OCCURS 32768 TIMES PIC 9(5).

       01 VM-PATTERN-TABLE. *> the instruction idioms a Nand2Tetris VM
                             *> translator emits, one token per word,
                             *> tried in order so the longest wins:
                             *> '@#' any value (the argument), '@S' a
                             *> segment pointer 1-4, '@T' any value
                             *> (the jump target), '@+nn' the idiom's
                             *> own start plus nn; anything else must
                             *> equal the decoded mnemonic
          05 VM-PAT-COUNT      PIC 99 VALUE 0.
          05 VM-PAT-IDX        PIC 99.
          05 VM-HIT-PAT        PIC 99. *> the pattern that matched
          05 VM-PAT-ELEMENT OCCURS 30 TIMES.
             10 VM-PAT-KIND    PIC X(8). *> the VM command it encodes
             10 VM-PAT-LEN     PIC 99. *> words in the idiom
             10 VM-PAT-TOKEN OCCURS 48 TIMES PIC X(8).
          05 VM-SEG-NAME OCCURS 8 TIMES PIC X(8). *> 1-4 via LCL..THAT,
                                                  *> 5 pointer, 6 temp,
                                                  *> 7 static, 8 constant

       01 VM-DECODE-TABLE. *> every word decoded once for the matcher
          05 VM-WORD OCCURS 32768 TIMES.
             10 VM-MNEM        PIC X(12). *> plain mnemonic, '@n' form
             10 VM-AVAL        PIC 9(5). *> value of an A-instruction
             10 VM-FUNC-FLAG   PIC X. *> 'Y': some call lands here
             10 VM-INNER-REF   PIC X. *> 'Y': an idiom's own '@+nn'

       01 VM-COMMAND-TABLE. *> recognized commands, unmatched spans,
                             *> and data runs, in address order
          05 VM-CMD-COUNT      PIC 9(5).
          05 VM-CMD-IDX        PIC 9(5).
          05 VM-SCAN-CMD       PIC 9(5).
          05 VM-CMD-ELEMENT OCCURS 32768 TIMES.
             10 VM-CMD-START   PIC 9(5). *> first ROM address
             10 VM-CMD-END     PIC 9(5). *> last ROM address
             10 VM-CMD-KIND    PIC X(8). *> PUSH, POP, ADD, CALL, ...
                                         *> UNMATCH or DATA
             10 VM-CMD-SEG     PIC 9. *> VM-SEG-NAME subscript
             10 VM-CMD-ARG     PIC 9(5). *> index, nArgs
             10 VM-CMD-TGT     PIC 9(5). *> goto / call target

       01 VM-REPORT-FIELDS. *> match the idioms and build the .vm
          05 VM-FILE-STATUS    PIC XX.
          05 VM-OPENED         PIC X. *> 'Y'/'N'
          05 VM-PAT-TEXT       PIC X(60). *> tokens for 171-VM-ADD-TOKENS
          05 VM-PAT-KIND-NEW   PIC X(8).
          05 VM-PUSH-TAIL      PIC X(60)
                 VALUE '@0 A=M M=D @0 M=M+1'. *> *SP = D, SP++
          05 VM-POP-TAIL       PIC X(60)
                 VALUE '@13 M=D @0 AM=M-1 D=M @13 A=M M=D'. *> via R13
          05 VM-COMPARE-TAIL   PIC X(60)
                 VALUE '@0 A=M-1 M=0 @+15 0;JMP @0 A=M-1 M=-1'.
          05 VM-TEXT-PTR       PIC 99.
          05 VM-TOKEN          PIC X(8).
          05 VM-TOK-IDX        PIC 99.
          05 VM-SCAN-IDX       PIC 99.
          05 VM-POS            PIC 9(6). *> 0-based address being tried
          05 VM-WORD-IDX       PIC 9(6). *> 1-based table subscript
          05 VM-MATCHED        PIC X. *> 'Y'/'N'
          05 VM-LABEL-OK       PIC X. *> 'Y': inner label is the
                                      *> idiom's own branch target
          05 VM-OFFSET         PIC 99.
          05 VM-ARG            PIC 9(5).
          05 VM-SEG            PIC 9.
          05 VM-TGT            PIC 9(5).
          05 VM-OPEN-SPAN      PIC X. *> 'Y': an unmatched/data run
                                      *> is still being extended
          05 VM-SPAN-KIND      PIC X(8).
          05 VM-WANT-KIND      PIC X(8).
          05 VM-SPAN-START     PIC 9(5).
          05 VM-SKIP           PIC 9(5). *> local-init pushes already
                                         *> folded into 'function'
          05 VM-LOCALS         PIC 9(5).
          05 VM-SCAN-DONE      PIC X. *> 'Y'/'N'
          05 VM-RECOG-COUNT    PIC 9(5). *> VM commands recognized
          05 VM-MATCH-WORDS    PIC 9(6).
          05 VM-UNM-SPANS      PIC 9(5).
          05 VM-UNM-WORDS      PIC 9(6).
          05 VM-DATA-WORDS     PIC 9(6).
          05 VM-TEXT           PIC X(36). *> command column
          05 VM-RANGE          PIC X(40). *> '// ROM[a]-ROM[b]' column
          05 VM-FROM           PIC 9(5).
          05 VM-TO             PIC 9(5).
          05 VM-ADDR-EDIT      PIC Z(5)9.
          05 VM-ADDR-EDIT2     PIC Z(5)9.
          05 VM-ARG-EDIT       PIC Z(4)9.
          05 VM-COUNT-EDIT     PIC Z(5)9.


       *> continue...
       PROCEDURE DIVISION.
             IF TRACE-MODE = 'Y'
                PERFORM 700-TRACE-RUN,
             ELSE
             IF TEST-MODE = 'Y'
                PERFORM 740-TEST-RUN,
             ELSE
             IF SYMMAINT-MODE = 'Y'
                PERFORM 800-SYMMAINT-RUN,
             ELSE
             IF CLONES-MODE = 'Y'
                PERFORM 840-CLONES-RUN,
             ELSE
             IF PATCH-MODE = 'Y'
                PERFORM 850-PATCH-RUN,
             ELSE
             IF STATS-MODE = 'Y'
                PERFORM 870-STATS-RUN,
             ELSE
             IF ARCHIVE-MODE = 'Y'
                PERFORM 880-ARCHIVE-RUN,
             ELSE
             IF EXPORT-MODE = 'Y'
                PERFORM 900-EXPORT-RUN,
             ELSE
             IF ASSEMBLE-MODE = 'Y' OR LINK-MODE = 'Y'
                PERFORM 600-ASSEMBLE-RUN,
             ELSE
             IF COMPARE-MODE = 'Y'
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
          END-IF.
          MOVE RUN-SEVERITY TO RETURN-CODE. *> 0 clean / 4 warnings /
                                            *> 8 threshold / 12 open
                MOVE FUNCTION UPPER-CASE(CTL-VALUE(1:1))
                    TO PROFILE-ENABLED,
             ELSE
             IF CTL-UPPER = 'VM'
                MOVE FUNCTION UPPER-CASE(CTL-VALUE(1:1))
                    TO VM-ENABLED,
             ELSE
             IF CTL-UPPER = 'LINT'
                MOVE FUNCTION UPPER-CASE(CTL-VALUE(1:1))
                    TO LINT-ENABLED,
             ELSE
             IF CTL-UPPER = 'LINT-RAISE' *> NONE, ALL, 4, 8, or 4,8
                MOVE 'N' TO LINT-RAISE-4,
                MOVE 'N' TO LINT-RAISE-8,
                MOVE FUNCTION UPPER-CASE(CTL-VALUE) TO CTL-VALUE,
                IF CTL-VALUE(1:3) = 'ALL'
                   MOVE 'Y' TO LINT-RAISE-4,
                   MOVE 'Y' TO LINT-RAISE-8,
                ELSE
                   MOVE 0 TO LINT-RAISE-TALLY,
                   INSPECT CTL-VALUE TALLYING LINT-RAISE-TALLY
                       FOR ALL '4',
                   IF LINT-RAISE-TALLY > 0
                      MOVE 'Y' TO LINT-RAISE-4,
                   END-IF,
                   MOVE 0 TO LINT-RAISE-TALLY,
                   INSPECT CTL-VALUE TALLYING LINT-RAISE-TALLY
                       FOR ALL '8',
                   IF LINT-RAISE-TALLY > 0
                      MOVE 'Y' TO LINT-RAISE-8,
                   END-IF,
                END-IF,
             ELSE
             IF CTL-UPPER = 'CLONE-MIN-WORDS'
                COMPUTE CLONE-MIN-WORDS = FUNCTION NUMVAL(CTL-VALUE),
                IF CLONE-MIN-WORDS < 2
                   MOVE 2 TO CLONE-MIN-WORDS,
                END-IF,
             ELSE
             IF CTL-UPPER = 'SCREEN-CYCLES' *> e.g. 500,2000,9000
                MOVE 0 TO SCREEN-CYCLE-COUNT,
                MOVE 1 TO SCR-PTR,
                PERFORM UNTIL SCR-PTR > 200
                        OR SCREEN-CYCLE-COUNT >= 20
                    MOVE SPACES TO SCR-TOKEN
                    UNSTRING CTL-VALUE DELIMITED BY ','
                        INTO SCR-TOKEN
                        WITH POINTER SCR-PTR
                    END-UNSTRING
                    IF FUNCTION TRIM(SCR-TOKEN) IS NUMERIC
                        ADD 1 TO SCREEN-CYCLE-COUNT
                        COMPUTE SCREEN-CYCLE(SCREEN-CYCLE-COUNT) =
                            FUNCTION NUMVAL(SCR-TOKEN)
                    END-IF
                END-PERFORM,
             ELSE
             IF CTL-UPPER = 'TRACE-CYCLES'
                COMPUTE TRACE-CYCLES = FUNCTION NUMVAL(CTL-VALUE),
             ELSE
             IF CTL-UPPER = 'INCREMENTAL'
                MOVE FUNCTION UPPER-CASE(CTL-VALUE(1:1))
                    TO INCREMENTAL-MODE,
             ELSE
             IF CTL-UPPER = 'AUDIT-RETAIN-DAYS'
                COMPUTE ARC-RETAIN-DAYS = FUNCTION NUMVAL(CTL-VALUE),
                MOVE 'Y' TO ARC-RETAIN-SET,
             ELSE
             IF CTL-UPPER = 'EXPORT-FORMATS' *> e.g. HEX,READMEMH
                MOVE 'N' TO EXP-WANT-HEX,
                MOVE 'N' TO EXP-WANT-LOGISIM,
                MOVE 'N' TO EXP-WANT-MEMB,
                MOVE 'N' TO EXP-WANT-MEMH,
                MOVE 1 TO EXP-PTR,
                PERFORM UNTIL EXP-PTR > 200
                    MOVE SPACES TO EXP-TOKEN
                    UNSTRING CTL-VALUE DELIMITED BY ','
                        INTO EXP-TOKEN
                        WITH POINTER EXP-PTR
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(EXP-TOKEN))
                        TO EXP-TOKEN
                    IF EXP-TOKEN = 'HEX'
                        MOVE 'Y' TO EXP-WANT-HEX
                    ELSE
                    IF EXP-TOKEN = 'LOGISIM'
                        MOVE 'Y' TO EXP-WANT-LOGISIM
                    ELSE
                    IF EXP-TOKEN = 'READMEMB'
                        MOVE 'Y' TO EXP-WANT-MEMB
                    ELSE
                    IF EXP-TOKEN = 'READMEMH'
                        MOVE 'Y' TO EXP-WANT-MEMH
                    ELSE
                    IF EXP-TOKEN = 'VERILOG' *> both $readmem forms
                        MOVE 'Y' TO EXP-WANT-MEMB
                        MOVE 'Y' TO EXP-WANT-MEMH
                    ELSE
                    IF EXP-TOKEN = 'ALL'
                        MOVE 'Y' TO EXP-WANT-HEX
                        MOVE 'Y' TO EXP-WANT-LOGISIM
                        MOVE 'Y' TO EXP-WANT-MEMB
                        MOVE 'Y' TO EXP-WANT-MEMH
                    ELSE
                    IF EXP-TOKEN NOT = SPACES
                        DISPLAY "WARNING: unknown export format "
                            FUNCTION TRIM(EXP-TOKEN) " ignored."
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                END-PERFORM,
             ELSE
                DISPLAY "WARNING: unknown control card "
                    FUNCTION TRIM(CTL-KEY) " ignored.",
             END-IF, END-IF, END-IF, END-IF, END-IF, END-IF,
             END-IF, END-IF, END-IF, END-IF, END-IF, END-IF,
             END-IF, END-IF, END-IF, END-IF, END-IF, END-IF,
             END-IF,
          END-IF.

       110-FILENAME.
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF CATALOG-MODE = 'Y' OR CLONES-MODE = 'Y'
                MOVE 'Y' TO EXT-OK, *> no file argument needed
             ELSE
             IF AUDIT-MODE = 'Y'
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF TEST-MODE = 'Y'
                IF TEST-TARGET = SPACES
                   DISPLAY "ERROR: TEST needs a .hack or .rom "
                       "file name.",
                   MOVE 'Y' TO ABORT-FILENAME,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF PATCH-MODE = 'Y'
                IF PATCH-TARGET = SPACES
                   DISPLAY "ERROR: PATCH needs a .hack or .rom "
                       "file name.",
                   MOVE 'Y' TO ABORT-FILENAME,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF STATS-MODE = 'Y'
                MOVE "0000-01-01" TO STS-FROM,
                MOVE "9999-12-31" TO STS-TO,
                MOVE 'Y' TO STS-DATE-OK,
                IF STS-FROM-TEXT NOT = SPACES
                   MOVE STS-FROM-TEXT TO STS-DATE-TEXT,
                   PERFORM 871-STATS-CHECK-DATE,
                   MOVE STS-DATE-TEXT(1:10) TO STS-FROM,
                END-IF,
                IF STS-TO-TEXT NOT = SPACES AND STS-DATE-OK = 'Y'
                   MOVE STS-TO-TEXT TO STS-DATE-TEXT,
                   PERFORM 871-STATS-CHECK-DATE,
                   MOVE STS-DATE-TEXT(1:10) TO STS-TO,
                END-IF,
                IF STS-DATE-OK = 'N'
                   DISPLAY "ERROR: STATS dates must be given as "
                       "YYYY-MM-DD.",
                   MOVE 'Y' TO ABORT-FILENAME,
                ELSE
                   IF STS-FROM > STS-TO
                      DISPLAY "ERROR: STATS start date is after "
                          "the end date.",
                      MOVE 'Y' TO ABORT-FILENAME,
                   END-IF,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF EXPORT-MODE = 'Y'
                IF EXPORT-TARGET = SPACES
                   DISPLAY "ERROR: EXPORT needs a .hack or .rom "
                       "file name.",
                   MOVE 'Y' TO ABORT-FILENAME,
                ELSE
                   IF EXP-WANT-HEX = 'N' AND EXP-WANT-LOGISIM = 'N'
                      AND EXP-WANT-MEMB = 'N' AND EXP-WANT-MEMH = 'N'
                      DISPLAY "ERROR: EXPORT-FORMATS names no known "
                          "format - nothing to export.",
                      MOVE 'Y' TO ABORT-FILENAME,
                   END-IF,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF ARCHIVE-MODE = 'Y'
                IF ARC-RETAIN-SET = 'N'
                   DISPLAY "ERROR: ARCHIVE needs an "
                       "AUDIT-RETAIN-DAYS control card in "
                       FUNCTION TRIM(CTL-NAME) ".",
                   MOVE 'Y' TO ABORT-FILENAME,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF SYMMAINT-MODE = 'Y'
                MOVE FUNCTION LENGTH(FUNCTION TRIM(SYMMAINT-TARGET,
                    TRAILING)) TO NAME-LEN,
                IF SYMMAINT-TARGET = SPACES
                   DISPLAY "ERROR: SYMMAINT needs a .sym file name.",
                   MOVE 'Y' TO ABORT-FILENAME,
                ELSE
                   IF NAME-LEN < 5 OR
                      SYMMAINT-TARGET(NAME-LEN - 3:4) NOT = ".sym"
                      DISPLAY "ERROR: SYMMAINT input must have a "
                         ".sym extension.",
                      MOVE 'Y' TO ABORT-FILENAME,
                   END-IF,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF LINK-MODE = 'Y'
                MOVE FUNCTION LENGTH(FUNCTION TRIM(ASSEMBLE-TARGET,
                    TRAILING)) TO NAME-LEN,
                IF ASSEMBLE-TARGET = SPACES
                   DISPLAY "ERROR: LINK needs a .mdl module list "
                      "name.",
                   MOVE 'Y' TO ABORT-FILENAME,
                ELSE
                   IF NAME-LEN < 5 OR
                      ASSEMBLE-TARGET(NAME-LEN - 3:4) NOT = ".mdl"
                      DISPLAY "ERROR: LINK input must have a "
                         ".mdl extension.",
                      MOVE 'Y' TO ABORT-FILENAME,
                   END-IF,
                END-IF,
                MOVE 'Y' TO EXT-OK,
             ELSE
             IF ASSEMBLE-MODE = 'Y'
                MOVE FUNCTION LENGTH(FUNCTION TRIM(ASSEMBLE-TARGET,
                    TRAILING)) TO NAME-LEN,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
             END-IF,
          END-IF.
          PERFORM UNTIL EXT-OK = 'Y' OR BATCH-MODE = 'Y'
                         OR ABORT-FILENAME = 'Y'
          IF ABORT-FILENAME = 'N' AND COMPARE-MODE = 'N'
                  AND HISTORY-MODE = 'N' AND ASSEMBLE-MODE = 'N'
                  AND CATALOG-MODE = 'N' AND AUDIT-MODE = 'N'
                  AND TRACE-MODE = 'N' AND TEST-MODE = 'N'
                  AND SYMMAINT-MODE = 'N' AND CLONES-MODE = 'N'
                  AND PATCH-MODE = 'N' AND LINK-MODE = 'N'
                  AND STATS-MODE = 'N' AND ARCHIVE-MODE = 'N'
                  AND EXPORT-MODE = 'N'
             IF BATCH-MODE = 'Y'
                MOVE FILE-NAME TO BATCH-DIR,
             ELSE
                  = 'CATALOG'
              MOVE 'Y' TO CATALOG-MODE,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'CLONES'
              MOVE 'Y' TO CLONES-MODE,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'STATS'
              MOVE 'Y' TO STATS-MODE,
              MOVE SPACES TO STS-FROM-TEXT,
              MOVE SPACES TO STS-TO-TEXT,
              UNSTRING CMD-LINE DELIMITED BY ALL ' '
                  INTO OPT-UPPER, STS-FROM-TEXT, STS-TO-TEXT,
              END-UNSTRING,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'ARCHIVE'
              MOVE 'Y' TO ARCHIVE-MODE,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'EXPORT'
              MOVE 'Y' TO EXPORT-MODE,
              MOVE SPACES TO EXPORT-TARGET,
              MOVE SPACES TO ASSEMBLE-OPT, *> reused for 'ROM'
              UNSTRING CMD-LINE DELIMITED BY ALL ' '
                  INTO OPT-UPPER, EXPORT-TARGET, ASSEMBLE-OPT,
              END-UNSTRING,
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(ASSEMBLE-OPT))
                      = 'ROM'
                  MOVE 'Y' TO FORCE-ROM,
              END-IF,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'TRACE'
              MOVE 'Y' TO TRACE-MODE,
                  MOVE 'Y' TO FORCE-ROM,
              END-IF,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'TEST'
              MOVE 'Y' TO TEST-MODE,
              MOVE SPACES TO TEST-TARGET,
              MOVE SPACES TO ASSEMBLE-OPT, *> reused for 'ROM'
              UNSTRING CMD-LINE DELIMITED BY ALL ' '
                  INTO OPT-UPPER, TEST-TARGET, ASSEMBLE-OPT,
              END-UNSTRING,
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(ASSEMBLE-OPT))
                      = 'ROM'
                  MOVE 'Y' TO FORCE-ROM,
              END-IF,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'PATCH'
              MOVE 'Y' TO PATCH-MODE,
              MOVE SPACES TO PATCH-TARGET,
              MOVE SPACES TO PATCH-OPT,
              MOVE SPACES TO ASSEMBLE-OPT, *> reused for 'ROM'
              UNSTRING CMD-LINE DELIMITED BY ALL ' '
                  INTO OPT-UPPER, PATCH-TARGET, PATCH-OPT,
                       ASSEMBLE-OPT,
              END-UNSTRING,
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(PATCH-OPT))
                      = 'ROM'
                  MOVE 'ROM' TO ASSEMBLE-OPT,
                  MOVE SPACES TO PATCH-OPT,
              END-IF,
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(ASSEMBLE-OPT))
                      = 'ROM'
                  MOVE 'Y' TO FORCE-ROM,
              END-IF,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'SYMMAINT'
              MOVE 'Y' TO SYMMAINT-MODE,
              MOVE SPACES TO SYMMAINT-TARGET,
              MOVE SPACES TO SYMMAINT-OPT,
              UNSTRING CMD-LINE DELIMITED BY ALL ' '
                  INTO OPT-UPPER, SYMMAINT-TARGET, SYMMAINT-OPT,
              END-UNSTRING,
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(SYMMAINT-OPT))
                      = 'MERGE'
                  MOVE 'Y' TO SMT-MERGE,
              END-IF,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'AUDIT'
              MOVE 'Y' TO AUDIT-MODE,
                  MOVE 'Y' TO FORCE-ROM,
              END-IF,
          END-IF.
          IF FUNCTION UPPER-CASE(FUNCTION TRIM(FILE-NAME))
                  = 'LINK'
              MOVE 'Y' TO LINK-MODE,
              MOVE SPACES TO ASSEMBLE-TARGET,
              MOVE SPACES TO ASSEMBLE-OPT,
              UNSTRING CMD-LINE DELIMITED BY ALL ' '
                  INTO OPT-UPPER, ASSEMBLE-TARGET, ASSEMBLE-OPT,
              END-UNSTRING,
              IF FUNCTION UPPER-CASE(FUNCTION TRIM(ASSEMBLE-OPT))
                      = 'ROM'
                  MOVE 'Y' TO FORCE-ROM,
              END-IF,
          END-IF.
          IF COMPARE-MODE = 'Y' OR HISTORY-MODE = 'Y'
                  OR ASSEMBLE-MODE = 'Y' OR CATALOG-MODE = 'Y'
                  OR AUDIT-MODE = 'Y' OR TRACE-MODE = 'Y'
                  OR TEST-MODE = 'Y' OR SYMMAINT-MODE = 'Y'
                  OR CLONES-MODE = 'Y' OR PATCH-MODE = 'Y'
                  OR LINK-MODE = 'Y' OR STATS-MODE = 'Y'
                  OR ARCHIVE-MODE = 'Y' OR EXPORT-MODE = 'Y'
              CONTINUE, *> the trailing names are not run options
          ELSE
          PERFORM VARYING OPT-IDX FROM 1 BY 1 UNTIL OPT-IDX > 8
                 ".map") TO MAP-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(SYM-FILE-NAME),
                 ".new") TO SYM-NEW-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".tst") TO TST-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".kbd") TO KBD-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".pat") TO PAT-NAME.
          IF OUTPUT-DIR NOT = SPACES
              PERFORM 116-REDIRECT-BASE-NAME,
          END-IF.
                 ".flw") TO FLW-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".rpt") TO RPT-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".vm") TO VM-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".tsr") TO TSR-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".lnt") TO LNT-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".hex") TO EXP-HEX-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".lgs") TO EXP-LGS-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".memb") TO EXP-MEMB-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".memh") TO EXP-MEMH-NAME.

       116-REDIRECT-BASE-NAME. *> point the derived output names at
                                *> OUTPUT-DIR, keeping the input's
          PERFORM 140-DEST-ARRAY.
          PERFORM 150-JUMP-ARRAY.
          PERFORM 160-SYMBOL-ARRAY.
          PERFORM 170-VM-PATTERN-ARRAY.

       130-COMP-ARRAY. *> build comp array
          MOVE '101010' TO COMP-BIN (1).   
           MOVE 24576 TO SYM-VALUE(15).
           MOVE 'KBD' TO SYM-NAME(15).

       170-VM-PATTERN-ARRAY. *> build the VM translator idiom table;
                              *> @0-@4 are SP, LCL, ARG, THIS, THAT
                              *> and @13/@14 the R13/R14 scratch cells
           MOVE 'local' TO VM-SEG-NAME(1).
           MOVE 'argument' TO VM-SEG-NAME(2).
           MOVE 'this' TO VM-SEG-NAME(3).
           MOVE 'that' TO VM-SEG-NAME(4).
           MOVE 'pointer' TO VM-SEG-NAME(5).
           MOVE 'temp' TO VM-SEG-NAME(6).
           MOVE 'static' TO VM-SEG-NAME(7).
           MOVE 'constant' TO VM-SEG-NAME(8).
           MOVE 0 TO VM-PAT-COUNT.

           MOVE 'CALL' TO VM-PAT-KIND-NEW. *> push return address,
           PERFORM 172-VM-NEW-PATTERN.     *> LCL, ARG, THIS, THAT;
           MOVE '@+47 D=A' TO VM-PAT-TEXT. *> reposition ARG and
           PERFORM 171-VM-ADD-TOKENS.      *> LCL; jump to the callee
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@1 D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@2 D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@3 D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@4 D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@0 D=M @# D=D-A @2 M=D @0 D=M @1 M=D @T 0;JMP'
               TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.

           MOVE 'RETURN' TO VM-PAT-KIND-NEW. *> frame = LCL, save the
           PERFORM 172-VM-NEW-PATTERN.       *> return address, pop
           MOVE '@1 D=M @13 M=D @5 A=D-A D=M @14 M=D' *> the result
               TO VM-PAT-TEXT.               *> to *ARG, restore the
           PERFORM 171-VM-ADD-TOKENS.        *> caller's frame, jump
           MOVE '@0 AM=M-1 D=M @2 A=M M=D @2 D=M+1 @0 M=D'
               TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@13 AM=M-1 D=M @4 M=D @13 AM=M-1 D=M @3 M=D'
               TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@13 AM=M-1 D=M @2 M=D @13 AM=M-1 D=M @1 M=D'
               TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE '@14 A=M 0;JMP' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.

           MOVE 'EQ' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 D=M-D @+12 D;JEQ' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-COMPARE-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'GT' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 D=M-D @+12 D;JGT' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-COMPARE-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'LT' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 D=M-D @+12 D;JLT' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-COMPARE-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.

           MOVE 'POPS' TO VM-PAT-KIND-NEW. *> pop local/argument/...
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@# D=A @S D=D+M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-POP-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'POPS' TO VM-PAT-KIND-NEW. *> same, base loaded first
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@S D=M @# D=D+A' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-POP-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'PUSHS' TO VM-PAT-KIND-NEW. *> push local/argument/...
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@# D=A @S A=D+M D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'PUSHS' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@S D=M @# A=D+A D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'PUSHC' TO VM-PAT-KIND-NEW. *> push constant
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@# D=A' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'PUSHM' TO VM-PAT-KIND-NEW. *> push pointer/temp/static
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@# D=M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE VM-PUSH-TAIL TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.

           MOVE 'ADD' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 M=D+M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'SUB' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 M=M-D' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'AND' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 M=D&M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'OR' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M A=A-1 M=D|M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'IFGOTO' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M @T D;JNE' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'POPM' TO VM-PAT-KIND-NEW. *> pop pointer/temp/static
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 AM=M-1 D=M @# M=D' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'BOOT' TO VM-PAT-KIND-NEW. *> SP=256
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@256 D=A @0 M=D' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'NEG' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 A=M-1 M=-M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'NOT' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@0 A=M-1 M=!M' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.
           MOVE 'GOTO' TO VM-PAT-KIND-NEW.
           PERFORM 172-VM-NEW-PATTERN.
           MOVE '@T 0;JMP' TO VM-PAT-TEXT.
           PERFORM 171-VM-ADD-TOKENS.

       171-VM-ADD-TOKENS. *> append the blank-separated tokens in
                           *> VM-PAT-TEXT to the newest pattern
           MOVE 1 TO VM-TEXT-PTR.
           PERFORM UNTIL VM-TEXT-PTR > 60
               MOVE SPACES TO VM-TOKEN
               UNSTRING VM-PAT-TEXT DELIMITED BY ALL ' '
                   INTO VM-TOKEN
                   WITH POINTER VM-TEXT-PTR
               END-UNSTRING
               IF VM-TOKEN NOT = SPACES
                   ADD 1 TO VM-PAT-LEN(VM-PAT-COUNT)
                   MOVE VM-TOKEN TO VM-PAT-TOKEN(VM-PAT-COUNT,
                       VM-PAT-LEN(VM-PAT-COUNT))
               END-IF
           END-PERFORM.

       172-VM-NEW-PATTERN. *> open an empty pattern of this kind
           ADD 1 TO VM-PAT-COUNT.
           MOVE VM-PAT-KIND-NEW TO VM-PAT-KIND(VM-PAT-COUNT).
           MOVE 0 TO VM-PAT-LEN(VM-PAT-COUNT).

       165-LOAD-USER-SYMBOLS. *> optional sidecar next to the input
                               *> (Pong.sym alongside Pong.hack) with
                               *> one address/name pair per line, in
                  PERFORM 350-FLOW-REPORT, *> an abandoned run's
                                           *> flow facts are partial
              END-IF,
              IF VM-ENABLED = 'Y' AND THRESHOLD-HIT = 'N'
                  PERFORM 384-VM-REPORT,
              END-IF,
              IF LINT-ENABLED = 'Y' AND THRESHOLD-HIT = 'N'
                  PERFORM 820-LINT-REPORT,
              END-IF,
              IF PROFILE-ENABLED = 'Y' AND THRESHOLD-HIT = 'N'
                  PERFORM 370-PROFILE-REPORT,
              END-IF,
              END-IF,
              END-IF,
          END-IF.
          PERFORM 342-AUDIT-STAMP.
          MOVE SPACES TO AUD-TAIL.
          STRING FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                 " -> " DELIMITED BY SIZE,
                 FUNCTION TRIM(ASM-NAME) DELIMITED BY SIZE
                 INTO AUD-TAIL,
          END-STRING.
          PERFORM 344-AUDIT-WRITE.

       342-AUDIT-STAMP. *> 'YYYY-MM-DD HH:MM:SS' for this moment
          ACCEPT AUD-DATE FROM DATE YYYYMMDD.
          ACCEPT AUD-TIME FROM TIME.
          MOVE SPACES TO AUD-STAMP.
                 AUD-TIME(5:2) DELIMITED BY SIZE
                 INTO AUD-STAMP,
          END-STRING.

       344-AUDIT-WRITE. *> one record: AUD-STAMP, the run counts,
                         *> AUD-OUTCOME, and AUD-TAIL ('in -> out')
          OPEN EXTEND AUDIT-FILE.
          IF AUDIT-FILE-STATUS NOT = "00" AND
             AUDIT-FILE-STATUS NOT = "05" *> '05': created just now
              MOVE "B=" TO AUDIT-RECORD(49:2),
              MOVE BAD-LINE-COUNT TO AUDIT-RECORD(51:6),
              MOVE AUD-OUTCOME TO AUDIT-RECORD(59:8),
              MOVE AUD-TAIL TO AUDIT-RECORD(68:405),
              WRITE AUDIT-RECORD,
              CLOSE AUDIT-FILE,
                  FUNCTION TRIM(CATALOG-NAME) " (status "
                  CATALOG-FILE-STATUS ")",
          ELSE
              MOVE FILE-NAME TO CAT-KEY,
              READ CATALOG-FILE *> keep what other modes recorded
                  INVALID KEY
                     MOVE SPACES TO CATALOG-RECORD,
                     MOVE FILE-NAME TO CAT-KEY,
              END-READ,
              MOVE RUN-CHECKSUM TO CAT-CHECKSUM,
              MOVE ASM-CHECKSUM TO CAT-ASM-CHECKSUM,
              MOVE LINE-NUM TO CAT-WORD-COUNT,
              END-IF,
          END-IF.

       384-VM-REPORT. *> write the .vm reconstruction: walk the
                       *> translated words, recognize the idioms a
                       *> VM translator emits, and give every VM
                       *> command the ROM range it came from
          IF FLOW-WORD-COUNT = 0
              CONTINUE, *> nothing was translated
          ELSE
              PERFORM 385-VM-DECODE,
              PERFORM 386-VM-RECOGNIZE,
              PERFORM 395-VM-WRITE,
          END-IF.

       385-VM-DECODE. *> one plain mnemonic per word, from the words
                       *> the prescan kept; data and bad words stay
                       *> blank so no idiom can match across them
          PERFORM VARYING VM-WORD-IDX FROM 1 BY 1
                  UNTIL VM-WORD-IDX > FLOW-WORD-COUNT
              MOVE SPACES TO VM-MNEM(VM-WORD-IDX)
              MOVE 0 TO VM-AVAL(VM-WORD-IDX)
              MOVE 'N' TO VM-FUNC-FLAG(VM-WORD-IDX)
              MOVE 'N' TO VM-INNER-REF(VM-WORD-IDX)
              IF FLOW-KIND(VM-WORD-IDX) = 'A' OR
                 FLOW-KIND(VM-WORD-IDX) = 'C'
                  MOVE SOURCE-WORD(VM-WORD-IDX) TO HACK-RECORD
                  PERFORM 420-DECODE-MNEMONIC
                  MOVE CMP-MNEMONIC TO VM-MNEM(VM-WORD-IDX)
                  IF FLOW-KIND(VM-WORD-IDX) = 'A'
                      MOVE A-VALUE TO VM-AVAL(VM-WORD-IDX)
                  END-IF
              END-IF
          END-PERFORM.

       386-VM-RECOGNIZE. *> left to right: take the first idiom that
                          *> matches here, else grow an unmatched (or
                          *> data) span by one word and try again at
                          *> the next address
          MOVE 0 TO VM-CMD-COUNT.
          MOVE 0 TO VM-RECOG-COUNT.
          MOVE 0 TO VM-MATCH-WORDS.
          MOVE 0 TO VM-UNM-SPANS.
          MOVE 0 TO VM-UNM-WORDS.
          MOVE 0 TO VM-DATA-WORDS.
          MOVE 'N' TO VM-OPEN-SPAN.
          MOVE 0 TO VM-POS.
          PERFORM UNTIL VM-POS >= FLOW-WORD-COUNT
              COMPUTE VM-WORD-IDX = VM-POS + 1
              IF FLOW-KIND(VM-WORD-IDX) = 'D'
                  MOVE 'DATA' TO VM-WANT-KIND
                  PERFORM 394-VM-EXTEND-SPAN
              ELSE
                  PERFORM 387-VM-TRY-PATTERNS
                  IF VM-MATCHED = 'Y'
                      PERFORM 393-VM-CLOSE-SPAN
                      PERFORM 392-VM-ADD-COMMAND
                      ADD VM-PAT-LEN(VM-HIT-PAT) TO VM-POS
                  ELSE
                      MOVE 'UNMATCH' TO VM-WANT-KIND
                      PERFORM 394-VM-EXTEND-SPAN
                  END-IF
              END-IF
          END-PERFORM.
          PERFORM 393-VM-CLOSE-SPAN.

       387-VM-TRY-PATTERNS. *> first pattern to match at VM-POS wins
          MOVE 'N' TO VM-MATCHED.
          PERFORM VARYING VM-PAT-IDX FROM 1 BY 1
                  UNTIL VM-PAT-IDX > VM-PAT-COUNT OR VM-MATCHED = 'Y'
              PERFORM 388-VM-MATCH-ONE
          END-PERFORM.

       388-VM-MATCH-ONE. *> does pattern VM-PAT-IDX match at VM-POS?
          MOVE 'Y' TO VM-MATCHED.
          IF VM-POS + VM-PAT-LEN(VM-PAT-IDX) > FLOW-WORD-COUNT
              MOVE 'N' TO VM-MATCHED,
          ELSE
              PERFORM VARYING VM-TOK-IDX FROM 1 BY 1
                      UNTIL VM-TOK-IDX > VM-PAT-LEN(VM-PAT-IDX)
                         OR VM-MATCHED = 'N'
                  PERFORM 389-VM-MATCH-TOKEN
              END-PERFORM,
          END-IF.
          IF VM-MATCHED = 'Y'
              PERFORM 390-VM-CHECK-LABELS,
          END-IF.
          IF VM-MATCHED = 'Y'
              PERFORM 391-VM-CHECK-OPERANDS,
          END-IF.
          IF VM-MATCHED = 'Y'
              MOVE VM-PAT-IDX TO VM-HIT-PAT,
          END-IF.

       389-VM-MATCH-TOKEN. *> one pattern token against one word
          COMPUTE VM-WORD-IDX = VM-POS + VM-TOK-IDX.
          MOVE VM-PAT-TOKEN(VM-PAT-IDX, VM-TOK-IDX) TO VM-TOKEN.
          IF VM-MNEM(VM-WORD-IDX) = SPACES
              MOVE 'N' TO VM-MATCHED, *> data or bad word
          ELSE
          IF VM-TOKEN = '@#' OR VM-TOKEN = '@T' OR VM-TOKEN = '@S'
             OR VM-TOKEN(1:2) = '@+'
              IF FLOW-KIND(VM-WORD-IDX) NOT = 'A'
                  MOVE 'N' TO VM-MATCHED,
              ELSE
              IF VM-TOKEN = '@#'
                  MOVE VM-AVAL(VM-WORD-IDX) TO VM-ARG,
              ELSE
              IF VM-TOKEN = '@T'
                  MOVE VM-AVAL(VM-WORD-IDX) TO VM-TGT,
              ELSE
              IF VM-TOKEN = '@S'
                  IF VM-AVAL(VM-WORD-IDX) < 1 OR
                     VM-AVAL(VM-WORD-IDX) > 4
                      MOVE 'N' TO VM-MATCHED,
                  ELSE
                      MOVE VM-AVAL(VM-WORD-IDX) TO VM-SEG,
                  END-IF,
              ELSE
                  COMPUTE VM-OFFSET = FUNCTION NUMVAL(VM-TOKEN(3:6)),
                  IF VM-AVAL(VM-WORD-IDX) NOT = VM-POS + VM-OFFSET
                      MOVE 'N' TO VM-MATCHED,
                  END-IF,
              END-IF, END-IF, END-IF, END-IF,
          ELSE
              IF VM-MNEM(VM-WORD-IDX) NOT = VM-TOKEN
                  MOVE 'N' TO VM-MATCHED,
              END-IF,
          END-IF, END-IF.

       390-VM-CHECK-LABELS. *> a jump target inside the idiom breaks
                             *> it, unless it is one of the idiom's
                             *> own '@+nn' branch targets
          PERFORM VARYING VM-TOK-IDX FROM 2 BY 1
                  UNTIL VM-TOK-IDX > VM-PAT-LEN(VM-PAT-IDX)
                     OR VM-MATCHED = 'N'
              COMPUTE VM-WORD-IDX = VM-POS + VM-TOK-IDX
              IF LABEL-FLAG(VM-WORD-IDX) = 'Y'
                  MOVE 'N' TO VM-LABEL-OK
                  PERFORM VARYING VM-SCAN-IDX FROM 1 BY 1
                          UNTIL VM-SCAN-IDX > VM-PAT-LEN(VM-PAT-IDX)
                      IF VM-PAT-TOKEN(VM-PAT-IDX, VM-SCAN-IDX)(1:2)
                             = '@+'
                          COMPUTE VM-OFFSET = FUNCTION NUMVAL(
                              VM-PAT-TOKEN(VM-PAT-IDX, VM-SCAN-IDX)
                                  (3:6))
                          IF VM-OFFSET = VM-TOK-IDX - 1
                              MOVE 'Y' TO VM-LABEL-OK
                          END-IF
                      END-IF
                  END-PERFORM
                  IF VM-LABEL-OK = 'N'
                      MOVE 'N' TO VM-MATCHED
                  END-IF
              END-IF
          END-PERFORM.

       391-VM-CHECK-OPERANDS. *> what the idiom's values must mean
          IF VM-PAT-KIND(VM-PAT-IDX) = 'CALL'
              IF VM-ARG < 5
                  MOVE 'N' TO VM-MATCHED, *> ARG = SP - 5 - nArgs
              ELSE
                  SUBTRACT 5 FROM VM-ARG,
              END-IF,
          ELSE
          IF VM-PAT-KIND(VM-PAT-IDX) = 'PUSHC'
              MOVE 8 TO VM-SEG,
          ELSE
          IF VM-PAT-KIND(VM-PAT-IDX) = 'PUSHM' OR
             VM-PAT-KIND(VM-PAT-IDX) = 'POPM'
              IF VM-ARG >= 3 AND VM-ARG <= 4
                  MOVE 5 TO VM-SEG,
                  SUBTRACT 3 FROM VM-ARG,
              ELSE
              IF VM-ARG >= 5 AND VM-ARG <= 12
                  MOVE 6 TO VM-SEG,
                  SUBTRACT 5 FROM VM-ARG,
              ELSE
              IF VM-ARG >= 16 AND VM-ARG <= 255
                  MOVE 7 TO VM-SEG,
                  SUBTRACT 16 FROM VM-ARG,
              ELSE
                  MOVE 'N' TO VM-MATCHED, *> not a VM segment cell
              END-IF, END-IF, END-IF,
          END-IF, END-IF, END-IF.

       392-VM-ADD-COMMAND. *> the idiom VM-HIT-PAT at VM-POS
          ADD 1 TO VM-CMD-COUNT.
          ADD 1 TO VM-RECOG-COUNT.
          ADD VM-PAT-LEN(VM-HIT-PAT) TO VM-MATCH-WORDS.
          MOVE VM-POS TO VM-CMD-START(VM-CMD-COUNT).
          COMPUTE VM-CMD-END(VM-CMD-COUNT) =
              VM-POS + VM-PAT-LEN(VM-HIT-PAT) - 1.
          IF VM-PAT-KIND(VM-HIT-PAT)(1:4) = 'PUSH'
              MOVE 'PUSH' TO VM-CMD-KIND(VM-CMD-COUNT),
          ELSE
              IF VM-PAT-KIND(VM-HIT-PAT)(1:3) = 'POP'
                  MOVE 'POP' TO VM-CMD-KIND(VM-CMD-COUNT),
              ELSE
                  MOVE VM-PAT-KIND(VM-HIT-PAT)
                      TO VM-CMD-KIND(VM-CMD-COUNT),
              END-IF,
          END-IF.
          MOVE VM-SEG TO VM-CMD-SEG(VM-CMD-COUNT).
          MOVE VM-ARG TO VM-CMD-ARG(VM-CMD-COUNT).
          MOVE VM-TGT TO VM-CMD-TGT(VM-CMD-COUNT).
          IF VM-PAT-KIND(VM-HIT-PAT) = 'CALL' AND
             VM-TGT < FLOW-WORD-COUNT
              MOVE 'Y' TO VM-FUNC-FLAG(VM-TGT + 1),
          END-IF.
          PERFORM VARYING VM-TOK-IDX FROM 1 BY 1
                  UNTIL VM-TOK-IDX > VM-PAT-LEN(VM-HIT-PAT)
              IF VM-PAT-TOKEN(VM-HIT-PAT, VM-TOK-IDX)(1:2) = '@+'
                  COMPUTE VM-WORD-IDX = VM-POS + VM-TOK-IDX
                  MOVE 'Y' TO VM-INNER-REF(VM-WORD-IDX)
              END-IF
          END-PERFORM.

       393-VM-CLOSE-SPAN. *> finish the open unmatched or data run
          IF VM-OPEN-SPAN = 'Y'
              ADD 1 TO VM-CMD-COUNT,
              MOVE VM-SPAN-START TO VM-CMD-START(VM-CMD-COUNT),
              COMPUTE VM-CMD-END(VM-CMD-COUNT) = VM-POS - 1,
              MOVE VM-SPAN-KIND TO VM-CMD-KIND(VM-CMD-COUNT),
              MOVE 0 TO VM-CMD-SEG(VM-CMD-COUNT),
              MOVE 0 TO VM-CMD-ARG(VM-CMD-COUNT),
              MOVE 0 TO VM-CMD-TGT(VM-CMD-COUNT),
              IF VM-SPAN-KIND = 'UNMATCH'
                  ADD 1 TO VM-UNM-SPANS,
                  ADD VM-POS TO VM-UNM-WORDS,
                  SUBTRACT VM-SPAN-START FROM VM-UNM-WORDS,
              ELSE
                  ADD VM-POS TO VM-DATA-WORDS,
                  SUBTRACT VM-SPAN-START FROM VM-DATA-WORDS,
              END-IF,
              MOVE 'N' TO VM-OPEN-SPAN,
          END-IF.

       394-VM-EXTEND-SPAN. *> the word at VM-POS joins a run of kind
                            *> VM-WANT-KIND; a label starts a new one
          IF VM-OPEN-SPAN = 'Y' AND
             (VM-SPAN-KIND NOT = VM-WANT-KIND OR
              LABEL-FLAG(VM-WORD-IDX) = 'Y')
              PERFORM 393-VM-CLOSE-SPAN,
          END-IF.
          IF VM-OPEN-SPAN = 'N'
              MOVE 'Y' TO VM-OPEN-SPAN,
              MOVE VM-WANT-KIND TO VM-SPAN-KIND,
              MOVE VM-POS TO VM-SPAN-START,
          END-IF.
          ADD 1 TO VM-POS.

       395-VM-WRITE. *> the reconstruction itself
          MOVE 'N' TO VM-OPENED.
          MOVE VM-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          OPEN OUTPUT VM-FILE.
          IF VM-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: unable to create VM reconstruction: "
                  FUNCTION TRIM(VM-NAME),
          ELSE
              MOVE 'Y' TO VM-OPENED,
              MOVE SPACES TO VM-RECORD,
              STRING "// VM commands reconstructed from "
                         DELIMITED BY SIZE,
                     FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE
                     INTO VM-RECORD,
              END-STRING,
              WRITE VM-RECORD,
              MOVE 0 TO VM-SKIP,
              PERFORM VARYING VM-CMD-IDX FROM 1 BY 1
                      UNTIL VM-CMD-IDX > VM-CMD-COUNT
                  PERFORM 396-VM-WRITE-ONE
              END-PERFORM,
              PERFORM 399-VM-FOOTER,
              CLOSE VM-FILE,
              MOVE VM-RECOG-COUNT TO VM-COUNT-EDIT,
              MOVE VM-UNM-SPANS TO VM-ARG-EDIT,
              DISPLAY "VM reconstruction written to "
                  FUNCTION TRIM(VM-NAME) " ("
                  FUNCTION TRIM(VM-COUNT-EDIT) " command(s), "
                  FUNCTION TRIM(VM-ARG-EDIT) " unmatched span(s))",
          END-IF.

       396-VM-WRITE-ONE. *> a call target opens a 'function' whose
                          *> leading 'push constant 0' commands are
                          *> its local count; other jump targets
                          *> become 'label' lines unless the only
                          *> jumps to them are an idiom's own branches
          IF VM-SKIP > 0
              SUBTRACT 1 FROM VM-SKIP,
          ELSE
              COMPUTE VM-WORD-IDX = VM-CMD-START(VM-CMD-IDX) + 1,
              IF VM-FUNC-FLAG(VM-WORD-IDX) = 'Y'
                  MOVE 0 TO VM-LOCALS,
                  MOVE 'N' TO VM-SCAN-DONE,
                  PERFORM VARYING VM-SCAN-CMD FROM VM-CMD-IDX BY 1
                          UNTIL VM-SCAN-CMD > VM-CMD-COUNT
                             OR VM-SCAN-DONE = 'Y'
                      COMPUTE VM-WORD-IDX =
                          VM-CMD-START(VM-SCAN-CMD) + 1
                      IF VM-CMD-KIND(VM-SCAN-CMD) = 'PUSH' AND
                         VM-CMD-SEG(VM-SCAN-CMD) = 8 AND
                         VM-CMD-ARG(VM-SCAN-CMD) = 0 AND
                         (VM-SCAN-CMD = VM-CMD-IDX OR
                          LABEL-FLAG(VM-WORD-IDX) = 'N')
                          ADD 1 TO VM-LOCALS
                      ELSE
                          MOVE 'Y' TO VM-SCAN-DONE
                      END-IF
                  END-PERFORM,
                  MOVE VM-CMD-START(VM-CMD-IDX) TO VM-FROM,
                  MOVE VM-FROM TO VM-TO,
                  IF VM-LOCALS > 0
                      MOVE VM-CMD-END(VM-CMD-IDX + VM-LOCALS - 1)
                          TO VM-TO,
                  END-IF,
                  MOVE VM-FROM TO VM-ADDR-EDIT,
                  MOVE VM-LOCALS TO VM-ARG-EDIT,
                  MOVE SPACES TO VM-TEXT,
                  STRING "function L" DELIMITED BY SIZE,
                         FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE,
                         " " DELIMITED BY SIZE,
                         FUNCTION TRIM(VM-ARG-EDIT) DELIMITED BY SIZE
                         INTO VM-TEXT,
                  END-STRING,
                  PERFORM 398-VM-EMIT-LINE,
                  MOVE VM-LOCALS TO VM-SKIP,
              ELSE
                  MOVE 'N' TO VM-LABEL-OK,
                  IF LABEL-FLAG(VM-WORD-IDX) = 'Y'
                      IF XREF-OVERFLOW(VM-WORD-IDX) > 0
                          MOVE 'Y' TO VM-LABEL-OK,
                      END-IF,
                      PERFORM VARYING XRF-REF-IDX FROM 1 BY 1
                              UNTIL XRF-REF-IDX >
                                    XREF-REF-COUNT(VM-WORD-IDX)
                          IF XREF-REF-USE(VM-WORD-IDX, XRF-REF-IDX)
                                 = 'J'
                              COMPUTE VM-SCAN-CMD = XREF-REF-ADDR(
                                  VM-WORD-IDX, XRF-REF-IDX) + 1
                              IF VM-INNER-REF(VM-SCAN-CMD) = 'N'
                                  MOVE 'Y' TO VM-LABEL-OK
                              END-IF
                          END-IF
                      END-PERFORM,
                  END-IF,
                  IF VM-LABEL-OK = 'Y'
                      MOVE VM-CMD-START(VM-CMD-IDX) TO VM-FROM,
                      MOVE VM-FROM TO VM-TO,
                      MOVE VM-FROM TO VM-ADDR-EDIT,
                      MOVE SPACES TO VM-TEXT,
                      STRING "label L" DELIMITED BY SIZE,
                             FUNCTION TRIM(VM-ADDR-EDIT)
                                 DELIMITED BY SIZE
                             INTO VM-TEXT,
                      END-STRING,
                      PERFORM 398-VM-EMIT-LINE,
                  END-IF,
              END-IF,
              IF VM-SKIP > 0
                  SUBTRACT 1 FROM VM-SKIP, *> folded into 'function'
              ELSE
                  PERFORM 397-VM-COMMAND-LINE,
              END-IF,
          END-IF.

       397-VM-COMMAND-LINE. *> one command entry as VM text
          MOVE VM-CMD-START(VM-CMD-IDX) TO VM-FROM.
          MOVE VM-CMD-END(VM-CMD-IDX) TO VM-TO.
          MOVE VM-CMD-ARG(VM-CMD-IDX) TO VM-ARG-EDIT.
          MOVE VM-CMD-TGT(VM-CMD-IDX) TO VM-ADDR-EDIT.
          COMPUTE VM-ADDR-EDIT2 = VM-TO - VM-FROM + 1.
          MOVE SPACES TO VM-TEXT.
          IF VM-CMD-KIND(VM-CMD-IDX) = 'PUSH' OR
             VM-CMD-KIND(VM-CMD-IDX) = 'POP'
              STRING FUNCTION LOWER-CASE(VM-CMD-KIND(VM-CMD-IDX))
                         DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     VM-SEG-NAME(VM-CMD-SEG(VM-CMD-IDX))
                         DELIMITED BY SPACE,
                     " " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ARG-EDIT) DELIMITED BY SIZE
                     INTO VM-TEXT,
              END-STRING,
          ELSE
          IF VM-CMD-KIND(VM-CMD-IDX) = 'CALL'
              STRING "call L" DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE,
                     " " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ARG-EDIT) DELIMITED BY SIZE
                     INTO VM-TEXT,
              END-STRING,
          ELSE
          IF VM-CMD-KIND(VM-CMD-IDX) = 'GOTO'
              STRING "goto L" DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE
                     INTO VM-TEXT,
              END-STRING,
          ELSE
          IF VM-CMD-KIND(VM-CMD-IDX) = 'IFGOTO'
              STRING "if-goto L" DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE
                     INTO VM-TEXT,
              END-STRING,
          ELSE
          IF VM-CMD-KIND(VM-CMD-IDX) = 'BOOT'
              MOVE "// bootstrap: SP=256" TO VM-TEXT,
          ELSE
          IF VM-CMD-KIND(VM-CMD-IDX) = 'UNMATCH'
              STRING "// unmatched, " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT2) DELIMITED BY SIZE,
                     " word(s)" DELIMITED BY SIZE
                     INTO VM-TEXT,
              END-STRING,
          ELSE
          IF VM-CMD-KIND(VM-CMD-IDX) = 'DATA'
              STRING "// data, " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT2) DELIMITED BY SIZE,
                     " word(s)" DELIMITED BY SIZE
                     INTO VM-TEXT,
              END-STRING,
          ELSE
              MOVE FUNCTION LOWER-CASE(VM-CMD-KIND(VM-CMD-IDX))
                  TO VM-TEXT, *> add, sub, neg, eq, ... return
          END-IF, END-IF, END-IF, END-IF, END-IF, END-IF,
          END-IF.
          PERFORM 398-VM-EMIT-LINE.

       398-VM-EMIT-LINE. *> VM-TEXT plus its ROM range in a fixed
                          *> column so the commands read down cleanly
          MOVE VM-FROM TO VM-ADDR-EDIT.
          MOVE VM-TO TO VM-ADDR-EDIT2.
          MOVE SPACES TO VM-RANGE.
          IF VM-TO = VM-FROM
              STRING "// ROM[" DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE,
                     "]" DELIMITED BY SIZE
                     INTO VM-RANGE,
              END-STRING,
          ELSE
              STRING "// ROM[" DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE,
                     "]-ROM[" DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT2) DELIMITED BY SIZE,
                     "]" DELIMITED BY SIZE
                     INTO VM-RANGE,
              END-STRING,
          END-IF.
          MOVE SPACES TO VM-RECORD.
          MOVE VM-TEXT TO VM-RECORD(1:36).
          MOVE VM-RANGE TO VM-RECORD(37:40).
          WRITE VM-RECORD.

       399-VM-FOOTER. *> totals and every span no idiom explained
          MOVE "//" TO VM-RECORD.
          WRITE VM-RECORD.
          MOVE VM-RECOG-COUNT TO VM-COUNT-EDIT.
          MOVE VM-MATCH-WORDS TO VM-ADDR-EDIT.
          MOVE SPACES TO VM-RECORD.
          STRING "// " DELIMITED BY SIZE,
                 FUNCTION TRIM(VM-COUNT-EDIT) DELIMITED BY SIZE,
                 " VM command(s) recognized in " DELIMITED BY SIZE,
                 FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE,
                 " word(s)" DELIMITED BY SIZE
                 INTO VM-RECORD,
          END-STRING.
          WRITE VM-RECORD.
          IF VM-DATA-WORDS > 0
              MOVE VM-DATA-WORDS TO VM-COUNT-EDIT,
              MOVE SPACES TO VM-RECORD,
              STRING "// " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-COUNT-EDIT) DELIMITED BY SIZE,
                     " data word(s) from the .map left as data"
                         DELIMITED BY SIZE
                     INTO VM-RECORD,
              END-STRING,
              WRITE VM-RECORD,
          END-IF.
          IF VM-UNM-SPANS = 0
              MOVE "// Every instruction matched a VM idiom."
                  TO VM-RECORD,
              WRITE VM-RECORD,
          ELSE
              MOVE VM-UNM-SPANS TO VM-COUNT-EDIT,
              MOVE VM-UNM-WORDS TO VM-ADDR-EDIT,
              MOVE SPACES TO VM-RECORD,
              STRING "// " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-COUNT-EDIT) DELIMITED BY SIZE,
                     " unmatched span(s) covering " DELIMITED BY SIZE,
                     FUNCTION TRIM(VM-ADDR-EDIT) DELIMITED BY SIZE,
                     " word(s):" DELIMITED BY SIZE
                     INTO VM-RECORD,
              END-STRING,
              WRITE VM-RECORD,
              PERFORM VARYING VM-CMD-IDX FROM 1 BY 1
                      UNTIL VM-CMD-IDX > VM-CMD-COUNT
                  IF VM-CMD-KIND(VM-CMD-IDX) = 'UNMATCH'
                      MOVE VM-CMD-START(VM-CMD-IDX) TO VM-ADDR-EDIT
                      MOVE VM-CMD-END(VM-CMD-IDX) TO VM-ADDR-EDIT2
                      MOVE SPACES TO VM-RECORD
                      STRING "//   ROM[" DELIMITED BY SIZE,
                             FUNCTION TRIM(VM-ADDR-EDIT)
                                 DELIMITED BY SIZE,
                             "]-ROM[" DELIMITED BY SIZE,
                             FUNCTION TRIM(VM-ADDR-EDIT2)
                                 DELIMITED BY SIZE,
                             "]" DELIMITED BY SIZE
                             INTO VM-RECORD,
                      END-STRING
                      WRITE VM-RECORD
                  END-IF
              END-PERFORM,
          END-IF.

       550-CATALOG-REPORT. *> list the whole library with its last
                            *> outcome in one pass over the catalog
          MOVE 0 TO CAT-LISTED.
          OPEN INPUT CATALOG-FILE.
          IF CATALOG-FILE-STATUS NOT = "00"
              DISPLAY "No catalog available ("
                  FUNCTION TRIM(CATALOG-NAME) " not readable).",
          ELSE
              DISPLAY "Catalog of recorded images:",
              DISPLAY "Last run             Outcome   Words      A"
                  "      C      U      B  Test      Input",
              MOVE 'N' TO CAT-EOF,
              PERFORM UNTIL CAT-EOF = 'Y'
                  READ CATALOG-FILE NEXT RECORD
                      AT END
                         MOVE 'Y' TO CAT-EOF,
                      NOT AT END
                         ADD 1 TO CAT-LISTED,
                         PERFORM 555-CATALOG-ONE-LINE,
                  END-READ
              END-PERFORM,
              CLOSE CATALOG-FILE,
              MOVE CAT-LISTED TO CAT-LISTED-EDIT,
              DISPLAY "  " FUNCTION TRIM(CAT-LISTED-EDIT)
                  " image(s) in the catalog.",
          END-IF.

       555-CATALOG-ONE-LINE. *> one catalog record, fixed columns
          MOVE SPACES TO CAT-LINE.
          MOVE CAT-STAMP TO CAT-LINE(1:19).
          MOVE CAT-OUTCOME TO CAT-LINE(22:8).
          MOVE CAT-WORD-COUNT TO CAT-LINE(31:6).
          MOVE CAT-A-COUNT TO CAT-LINE(38:6).
          MOVE CAT-C-COUNT TO CAT-LINE(45:6).
          MOVE CAT-U-COUNT TO CAT-LINE(52:6).
          MOVE CAT-B-COUNT TO CAT-LINE(59:6).
          MOVE CAT-TEST-OUTCOME TO CAT-LINE(67:8).
          MOVE CAT-KEY(1:56) TO CAT-LINE(77:56).
          DISPLAY FUNCTION TRIM(CAT-LINE, TRAILING).
          IF CAT-OUTCOME = 'PATCHED' AND CAT-PRIOR-CHECKSUM IS NUMERIC
              MOVE CAT-PRIOR-CHECKSUM TO PAT-OLD-CKS-EDIT,
              MOVE CAT-CHECKSUM TO PAT-NEW-CKS-EDIT,
              DISPLAY "                     patched: checksum "
                  FUNCTION TRIM(PAT-OLD-CKS-EDIT) " -> "
                  FUNCTION TRIM(PAT-NEW-CKS-EDIT),
          END-IF.
          IF CAT-EXP-HEX = 'Y' OR CAT-EXP-LOGISIM = 'Y' OR
             CAT-EXP-MEMB = 'Y' OR CAT-EXP-MEMH = 'Y'
              MOVE SPACES TO CAT-LINE,
              MOVE "exports:" TO CAT-LINE(22:8),
              IF CAT-EXP-HEX = 'Y'
                  MOVE "HEX" TO CAT-LINE(31:3),
              END-IF,
              IF CAT-EXP-LOGISIM = 'Y'
                  MOVE "LOGISIM" TO CAT-LINE(35:7),
              END-IF,
              IF CAT-EXP-MEMB = 'Y'
                  MOVE "READMEMB" TO CAT-LINE(43:8),
              END-IF,
              IF CAT-EXP-MEMH = 'Y'
                  MOVE "READMEMH" TO CAT-LINE(52:8),
              END-IF,
              DISPLAY FUNCTION TRIM(CAT-LINE, TRAILING),
          END-IF.

       560-AUDIT-RUN. *> integrity audit of a whole directory: flag
                       *> every image whose input changed since its
                       *> outputs were made, whose outputs are gone,
                       *> or whose .asm no longer matches
          MOVE AUDIT-DIR TO SQ-INPUT.
          PERFORM 117-SHELL-QUOTE.
          MOVE SPACES TO SHELL-CMD.
          STRING "ls " DELIMITED BY SIZE,
                 FUNCTION TRIM(SQ-OUTPUT) DELIMITED BY SIZE,
                 "/*.hack " DELIMITED BY SIZE,
                 FUNCTION TRIM(SQ-OUTPUT) DELIMITED BY SIZE,
                 "/*.rom > " DELIMITED BY SIZE,
                 FUNCTION TRIM(SQ-OUTPUT) DELIMITED BY SIZE,
                 "/.disassembler_manifest.tmp 2>/dev/null"
                 DELIMITED BY SIZE
                 INTO SHELL-CMD,
          END-STRING.
          CALL "SYSTEM" USING SHELL-CMD.
          MOVE SPACES TO MANIFEST-NAME.
          STRING FUNCTION TRIM(AUDIT-DIR) DELIMITED BY SIZE,
                 "/.disassembler_manifest.tmp" DELIMITED BY SIZE
                 INTO MANIFEST-NAME,
          END-STRING.
                                *> presence and re-assembly checks
                                *> run even without a recorded run
          MOVE 'N' TO AUDIT-HAS-RECORD.
          MOVE SPACES TO AUDIT-EXPORTS.
          IF CATALOG-AVAIL = 'Y'
              MOVE FILE-NAME TO CAT-KEY,
              READ CATALOG-FILE
                     MOVE 4 TO AUDIT-SEV,
                     PERFORM 568-AUDIT-FINDING,
                  NOT INVALID KEY
                     MOVE CAT-EXPORTS TO AUDIT-EXPORTS,
                     IF CAT-OUTCOME = SPACES *> only ever TESTed
                         MOVE "no recorded run in the catalog"
                             TO AUDIT-MSG,
                         MOVE 4 TO AUDIT-SEV,
                         PERFORM 568-AUDIT-FINDING,
                     ELSE
                         MOVE 'Y' TO AUDIT-HAS-RECORD,
                     END-IF,
              END-READ,
          END-IF.
          PERFORM 569-AUDIT-CHECK-OUTPUTS.
                  CLOSE XRF-FILE,
              END-IF,
          END-IF.
          PERFORM 914-EXPORT-AUDIT.

       568-AUDIT-FINDING. *> report one finding and grade the run
          DISPLAY "DIRTY:   " FUNCTION TRIM(FILE-NAME) " - "
              TRAILING)) TO NAME-LEN.
          MOVE ASSEMBLE-TARGET TO FILE-NAME.
          MOVE ASSEMBLE-TARGET(1:199) TO ASSEMBLE-ASM-NAME.
          MOVE 4 TO EXT-LEN. *> '.asm' or '.mdl'
          MOVE FILE-NAME(1:NAME-LEN - EXT-LEN) TO BASE-NAME.
          IF OUTPUT-DIR NOT = SPACES
              PERFORM 116-REDIRECT-BASE-NAME,
              ".asm.log") TO LOG-NAME. *> kept apart from the
                                        *> disassembly's own .log
          MOVE 0 TO ASSEMBLE-ERRORS.
          IF LINK-MODE = 'Y'
              MOVE 'L' TO ASM-RUN-FUNCTION,
          ELSE
              MOVE 'A' TO ASM-RUN-FUNCTION,
          END-IF.
          CALL 'ASSEMBLER' USING ASSEMBLE-ASM-NAME,
              ASSEMBLE-OUT-NAME, ASSEMBLE-ERRORS, ASM-OUT-MODE,
              ASM-RUN-FUNCTION, ASSEMBLE-RESULTS,
          END-IF.

          MOVE SPACES TO SUM-LINE.
          IF LINK-MODE = 'Y'
              MOVE "Linked " TO SUM-LINE,
          ELSE
              MOVE "Assembled " TO SUM-LINE,
          END-IF.
          STRING FUNCTION TRIM(SUM-LINE) DELIMITED BY SIZE,
                 " " DELIMITED BY SIZE,
                 FUNCTION TRIM(ASSEMBLE-TARGET) DELIMITED BY SIZE,
                 " -> " DELIMITED BY SIZE,
                 FUNCTION TRIM(ASSEMBLE-OUT-NAME) DELIMITED BY SIZE
          END-STRING.
          PERFORM 315-EMIT-SUMMARY-LINE.

          IF LINK-MODE = 'Y'
              MOVE AR-MODULE-COUNT TO ASM-COUNT-EDIT,
              MOVE SPACES TO SUM-LINE,
              STRING "  Modules linked: " DELIMITED BY SIZE,
                     FUNCTION TRIM(ASM-COUNT-EDIT) DELIMITED BY SIZE
                     INTO SUM-LINE,
              END-STRING,
              PERFORM 315-EMIT-SUMMARY-LINE,
          END-IF.

          MOVE AR-WORD-COUNT TO ASM-COUNT-EDIT.
          MOVE SPACES TO SUM-LINE.
          STRING "  Words assembled: " DELIMITED BY SIZE,
              DISPLAY "Assembly log written to "
                  FUNCTION TRIM(LOG-NAME),
          END-IF.
          IF LINK-MODE = 'Y' AND ASSEMBLE-ERRORS = 0
              DISPLAY "Link map written to "
                  FUNCTION TRIM(BASE-NAME) ".lnk",
          END-IF.

       700-TRACE-RUN. *> interpret an image on a modeled Hack CPU -
                       *> A, D, PC, and RAM with SCREEN/KBD stubbed -
          ELSE
              PERFORM 708-TRACE-OPEN,
              IF TRC-OPENED = 'Y'
                  PERFORM 730-TRACE-KBD-LOAD,
                  PERFORM 710-TRACE-EXEC,
                  PERFORM 736-TRACE-SCREEN-FINAL,
                  CLOSE TRC-FILE,
                  DISPLAY "Trace written to " FUNCTION TRIM(TRC-NAME),
              END-IF,
          MOVE 0 TO TR-CYCLE.
          PERFORM UNTIL TR-HALT = 'Y' OR TR-CYCLE >= TRACE-CYCLES
              ADD 1 TO TR-CYCLE
              PERFORM 732-TRACE-KBD-APPLY
              PERFORM 712-TRACE-STEP
              PERFORM 733-TRACE-SNAPSHOT
          END-PERFORM.
          MOVE TR-CYCLE TO TR-CYCLE-EDIT.
          DISPLAY "Trace complete: " FUNCTION TRIM(TR-CYCLE-EDIT)
          END-IF.
          WRITE TRC-RECORD.

       730-TRACE-KBD-LOAD. *> optional keyboard script; silently
                            *> absent is fine and KBD stays zero
          MOVE 0 TO KBD-EVENT-COUNT.
          MOVE 1 TO KBD-NEXT.
          MOVE 0 TO KBD-LINE-NUM.
          MOVE 0 TO KBD-BAD-LINES.
          MOVE 0 TO KBD-LAST-CYCLE.
          OPEN INPUT KBD-FILE.
          IF KBD-FILE-STATUS = "00"
              MOVE 'N' TO KBD-EOF,
              PERFORM UNTIL KBD-EOF = 'Y'
                  READ KBD-FILE
                      AT END
                         MOVE 'Y' TO KBD-EOF,
                      NOT AT END
                         ADD 1 TO KBD-LINE-NUM,
                         PERFORM 731-TRACE-KBD-LINE,
                  END-READ
              END-PERFORM,
              CLOSE KBD-FILE,
              MOVE KBD-EVENT-COUNT TO KBD-LINE-EDIT,
              DISPLAY "Loaded " FUNCTION TRIM(KBD-LINE-EDIT)
                  " keyboard event(s) from " FUNCTION TRIM(KBD-NAME),
              IF KBD-BAD-LINES > 0
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          END-IF.

       731-TRACE-KBD-LINE. *> 'cycle,keycode'; keycode 0 releases
          IF KBD-RECORD = SPACES OR KBD-RECORD(1:1) = '*'
              CONTINUE,
          ELSE
              MOVE SPACES TO KBD-TOKEN-1,
              MOVE SPACES TO KBD-TOKEN-2,
              UNSTRING KBD-RECORD DELIMITED BY ','
                  INTO KBD-TOKEN-1, KBD-TOKEN-2,
              END-UNSTRING,
              MOVE FUNCTION TRIM(KBD-TOKEN-1) TO KBD-TOKEN-1,
              MOVE FUNCTION TRIM(KBD-TOKEN-2) TO KBD-TOKEN-2,
              MOVE FUNCTION LENGTH(FUNCTION TRIM(KBD-TOKEN-1,
                  TRAILING)) TO KBD-LEN-1,
              MOVE FUNCTION LENGTH(FUNCTION TRIM(KBD-TOKEN-2,
                  TRAILING)) TO KBD-LEN-2,
              MOVE 'Y' TO KBD-OK,
              IF KBD-TOKEN-1 = SPACES OR KBD-TOKEN-2 = SPACES OR
                 KBD-LEN-1 > 7 OR KBD-LEN-2 > 5
                  MOVE 'N' TO KBD-OK,
              ELSE
                  IF KBD-TOKEN-1(1:KBD-LEN-1) IS NOT NUMERIC OR
                     KBD-TOKEN-2(1:KBD-LEN-2) IS NOT NUMERIC
                      MOVE 'N' TO KBD-OK,
                  END-IF,
              END-IF,
              IF KBD-OK = 'Y'
                  IF FUNCTION NUMVAL(KBD-TOKEN-1) < KBD-LAST-CYCLE OR
                     FUNCTION NUMVAL(KBD-TOKEN-2) > 32767 OR
                     KBD-EVENT-COUNT >= 1000
                      MOVE 'N' TO KBD-OK, *> out of order, too big,
                  END-IF,                 *> or table full
              END-IF,
              IF KBD-OK = 'Y'
                  ADD 1 TO KBD-EVENT-COUNT,
                  COMPUTE KBD-CYCLE(KBD-EVENT-COUNT) =
                      FUNCTION NUMVAL(KBD-TOKEN-1),
                  COMPUTE KBD-CODE(KBD-EVENT-COUNT) =
                      FUNCTION NUMVAL(KBD-TOKEN-2),
                  MOVE KBD-CYCLE(KBD-EVENT-COUNT) TO KBD-LAST-CYCLE,
              ELSE
                  ADD 1 TO KBD-BAD-LINES,
                  MOVE KBD-LINE-NUM TO KBD-LINE-EDIT,
                  DISPLAY "WARNING: keyboard script line "
                      FUNCTION TRIM(KBD-LINE-EDIT) " not understood"
                      " - " FUNCTION TRIM(KBD-RECORD) " ignored.",
              END-IF,
          END-IF.

       732-TRACE-KBD-APPLY. *> key events due by the cycle about to
                            *> run; the code holds until the next one
          PERFORM UNTIL KBD-NEXT > KBD-EVENT-COUNT
                     OR KBD-CYCLE(KBD-NEXT) > TR-CYCLE
              MOVE KBD-CODE(KBD-NEXT) TO TR-RAM(24577)
              MOVE KBD-CODE(KBD-NEXT) TO KBD-CODE-EDIT
              MOVE SPACES TO TRC-RECORD
              STRING "KBD: keycode " DELIMITED BY SIZE,
                     FUNCTION TRIM(KBD-CODE-EDIT) DELIMITED BY SIZE,
                     " from the keyboard script" DELIMITED BY SIZE
                     INTO TRC-RECORD,
              END-STRING
              WRITE TRC-RECORD
              ADD 1 TO KBD-NEXT
          END-PERFORM.

       733-TRACE-SNAPSHOT. *> SCREEN after a cycle SCREEN-CYCLES names
          PERFORM VARYING SCR-IDX FROM 1 BY 1
                  UNTIL SCR-IDX > SCREEN-CYCLE-COUNT
              IF SCREEN-CYCLE(SCR-IDX) = TR-CYCLE
                  MOVE TR-CYCLE TO SCR-CYCLE-EDIT
                  MOVE SPACES TO PBM-NAME
                  STRING FUNCTION TRIM(BASE-NAME) DELIMITED BY SIZE,
                         ".c" DELIMITED BY SIZE,
                         FUNCTION TRIM(SCR-CYCLE-EDIT)
                             DELIMITED BY SIZE,
                         ".pbm" DELIMITED BY SIZE
                         INTO PBM-NAME,
                  END-STRING
                  PERFORM 734-TRACE-SCREEN-WRITE
              END-IF
          END-PERFORM.

       734-TRACE-SCREEN-WRITE. *> RAM[16384..24575] to PBM-NAME: 32
                                *> words a row, low bit leftmost, 1 is
                                *> a black pixel as on the Hack screen
          MOVE PBM-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          OPEN OUTPUT PBM-FILE.
          IF PBM-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: unable to create screen image: "
                  FUNCTION TRIM(PBM-NAME),
          ELSE
              MOVE "P1" TO PBM-RECORD,
              WRITE PBM-RECORD,
              MOVE TR-CYCLE TO SCR-CYCLE-EDIT,
              MOVE SPACES TO PBM-RECORD,
              STRING "# SCREEN of " DELIMITED BY SIZE,
                     FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                     " after cycle " DELIMITED BY SIZE,
                     FUNCTION TRIM(SCR-CYCLE-EDIT) DELIMITED BY SIZE
                     INTO PBM-RECORD,
              END-STRING,
              WRITE PBM-RECORD,
              MOVE "512 256" TO PBM-RECORD,
              WRITE PBM-RECORD,
              PERFORM VARYING SCR-ROW FROM 0 BY 1 UNTIL SCR-ROW > 255
                  PERFORM 735-TRACE-SCREEN-ROW
              END-PERFORM,
              CLOSE PBM-FILE,
              DISPLAY "Screen written to " FUNCTION TRIM(PBM-NAME),
          END-IF.

       735-TRACE-SCREEN-ROW. *> one row of 512 pixels, in 64-pixel
                             *> lines to keep under the 70 PBM allows
          PERFORM VARYING SCR-WORD FROM 0 BY 1 UNTIL SCR-WORD > 31
              COMPUTE SCR-RAM-IDX = 16385 + SCR-ROW * 32 + SCR-WORD
              IF TR-RAM(SCR-RAM-IDX) < 0
                  COMPUTE SCR-VALUE = TR-RAM(SCR-RAM-IDX) + 65536
              ELSE
                  MOVE TR-RAM(SCR-RAM-IDX) TO SCR-VALUE
              END-IF
              PERFORM VARYING SCR-BIT FROM 1 BY 1 UNTIL SCR-BIT > 16
                  COMPUTE SCR-COL = SCR-WORD * 16 + SCR-BIT
                  IF FUNCTION MOD(SCR-VALUE, 2) = 1
                      MOVE '1' TO SCR-LINE(SCR-COL:1)
                  ELSE
                      MOVE '0' TO SCR-LINE(SCR-COL:1)
                  END-IF
                  COMPUTE SCR-VALUE = SCR-VALUE / 2
              END-PERFORM
          END-PERFORM.
          PERFORM VARYING SCR-PART FROM 0 BY 1 UNTIL SCR-PART > 7
              MOVE SCR-LINE(SCR-PART * 64 + 1:64) TO PBM-RECORD
              WRITE PBM-RECORD
          END-PERFORM.

       736-TRACE-SCREEN-FINAL. *> SCREEN as the run left it
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".pbm") TO PBM-NAME.
          PERFORM 734-TRACE-SCREEN-WRITE.


       740-TEST-RUN. *> regression test: preset RAM from the script,
                      *> run the image on the trace engine until the
                      *> cycle budget or the stop address, then check
                      *> RAM, A, D, and PC against the expectations
          MOVE TEST-TARGET TO FILE-NAME.
          PERFORM 115-DERIVE-ASM-NAME. *> sets INPUT-MODE and names
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".trc") TO TRC-NAME.
          PERFORM 742-TEST-LOAD-SCRIPT.
          IF TST-LOADED = 'N'
              DISPLAY "ERROR: test script not found: "
                  FUNCTION TRIM(TST-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              PERFORM 705-TRACE-LOAD,
              IF TR-HALT = 'Y'
                  CONTINUE, *> load already reported the failure
              ELSE
                  PERFORM 708-TRACE-OPEN,
                  IF TRC-OPENED = 'Y'
                      PERFORM 748-TEST-PRESET,
                      PERFORM 730-TRACE-KBD-LOAD,
                      PERFORM 749-TEST-EXEC,
                      PERFORM 736-TRACE-SCREEN-FINAL,
                      CLOSE TRC-FILE,
                      PERFORM 750-TEST-REPORT,
                      PERFORM 756-TEST-CATALOG,
                  END-IF,
              END-IF,
          END-IF.

       742-TEST-LOAD-SCRIPT. *> read the whole script before running
          MOVE 'N' TO TST-LOADED.
          MOVE 0 TO TST-LINE-NUM.
          MOVE 0 TO TST-BAD-LINES.
          MOVE 0 TO TST-SET-COUNT.
          MOVE 0 TO TST-EXP-COUNT.
          MOVE 'N' TO TST-CYCLES-SET.
          MOVE 'N' TO TST-STOP-SET.
          MOVE TRACE-CYCLES TO TST-CYCLES. *> default budget
          OPEN INPUT TST-FILE.
          IF TST-FILE-STATUS = "00"
              MOVE 'Y' TO TST-LOADED,
              MOVE 'N' TO TST-EOF,
              PERFORM UNTIL TST-EOF = 'Y'
                  READ TST-FILE
                      AT END
                         MOVE 'Y' TO TST-EOF,
                      NOT AT END
                         ADD 1 TO TST-LINE-NUM,
                         PERFORM 744-TEST-SCRIPT-LINE,
                  END-READ
              END-PERFORM,
              CLOSE TST-FILE,
              IF TST-BAD-LINES > 0
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          END-IF.

       744-TEST-SCRIPT-LINE. *> one script line: RAM[n]=v (or SET
                             *> RAM[n]=v) presets a cell, CYCLES=n and
                             *> STOP=addr end the run, EXPECT RAM[n]=v
                             *> and EXPECT A=, D=, PC= check the end
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TST-RECORD))
              TO TST-LINE.
          IF TST-LINE = SPACES OR TST-LINE(1:1) = '*'
              CONTINUE,
          ELSE
              MOVE 'S' TO TST-LINE-KIND,
              IF TST-LINE(1:7) = 'EXPECT '
                  MOVE 'E' TO TST-LINE-KIND,
                  MOVE FUNCTION TRIM(TST-LINE(8:73)) TO TST-LINE,
              ELSE
                  IF TST-LINE(1:4) = 'SET '
                      MOVE FUNCTION TRIM(TST-LINE(5:76)) TO TST-LINE,
                  END-IF,
              END-IF,
              MOVE SPACES TO TST-KEY,
              MOVE SPACES TO TST-VALUE,
              UNSTRING TST-LINE DELIMITED BY '='
                  INTO TST-KEY, TST-VALUE,
              END-UNSTRING,
              MOVE FUNCTION TRIM(TST-KEY) TO TST-KEY,
              MOVE FUNCTION TRIM(TST-VALUE) TO TST-NUM-TEXT,
              PERFORM 745-TEST-CHECK-NUMBER,
              MOVE TST-NUM-OK TO TST-LINE-OK,
              IF TST-LINE-OK = 'Y'
                  PERFORM 746-TEST-APPLY-LINE,
              END-IF,
              IF TST-LINE-OK = 'N'
                  ADD 1 TO TST-BAD-LINES,
                  MOVE TST-LINE-NUM TO TST-LINE-EDIT,
                  DISPLAY "WARNING: test script line "
                      FUNCTION TRIM(TST-LINE-EDIT) " not understood"
                      " - " FUNCTION TRIM(TST-RECORD) " ignored.",
              END-IF,
          END-IF.

       745-TEST-CHECK-NUMBER. *> TST-NUM-TEXT -> TST-NUM when it is
                              *> an optionally signed whole number
          MOVE 'Y' TO TST-NUM-OK.
          MOVE 0 TO TST-NUM.
          IF TST-NUM-TEXT = SPACES
              MOVE 'N' TO TST-NUM-OK,
          ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(TST-NUM-TEXT,
                  TRAILING)) TO TST-NUM-LEN,
              IF TST-NUM-LEN > 7
                  MOVE 'N' TO TST-NUM-OK,
              END-IF,
              PERFORM VARYING TST-NUM-IDX FROM 1 BY 1
                      UNTIL TST-NUM-IDX > TST-NUM-LEN
                         OR TST-NUM-OK = 'N'
                  IF TST-NUM-TEXT(TST-NUM-IDX:1) < '0' OR
                     TST-NUM-TEXT(TST-NUM-IDX:1) > '9'
                      IF TST-NUM-TEXT(TST-NUM-IDX:1) NOT = '-' OR
                         TST-NUM-IDX > 1 OR TST-NUM-LEN = 1
                          MOVE 'N' TO TST-NUM-OK
                      END-IF
                  END-IF
              END-PERFORM,
              IF TST-NUM-OK = 'Y'
                  COMPUTE TST-NUM = FUNCTION NUMVAL(TST-NUM-TEXT),
              END-IF,
          END-IF.

       746-TEST-APPLY-LINE. *> TST-KEY names what TST-NUM is for
          IF TST-KEY = 'CYCLES' AND TST-LINE-KIND = 'S'
              IF TST-NUM < 1 OR TST-NUM > 9999999
                  MOVE 'N' TO TST-LINE-OK,
              ELSE
                  MOVE TST-NUM TO TST-CYCLES,
                  MOVE 'Y' TO TST-CYCLES-SET,
              END-IF,
          ELSE
          IF TST-KEY = 'STOP' AND TST-LINE-KIND = 'S'
              IF TST-NUM < 0 OR TST-NUM > 32767
                  MOVE 'N' TO TST-LINE-OK,
              ELSE
                  MOVE TST-NUM TO TST-STOP-ADDR,
                  MOVE 'Y' TO TST-STOP-SET,
              END-IF,
          ELSE
              IF TST-NUM < -32768 OR TST-NUM > 65535
                  MOVE 'N' TO TST-LINE-OK, *> not a 16-bit value
              ELSE
                  IF TST-NUM > 32767
                      SUBTRACT 65536 FROM TST-NUM, *> signed view,
                  END-IF,                          *> as TR-RAM holds
              END-IF,
              IF TST-LINE-OK = 'Y'
                  PERFORM 747-TEST-APPLY-CELL,
              END-IF,
          END-IF, END-IF.

       747-TEST-APPLY-CELL. *> RAM[n], A, D, or PC with its value
          MOVE 0 TO TST-ADDR.
          IF TST-KEY(1:4) = 'RAM['
              MOVE SPACES TO TST-ADDR-TEXT,
              UNSTRING TST-KEY(5:36) DELIMITED BY ']'
                  INTO TST-ADDR-TEXT,
              END-UNSTRING,
              MOVE TST-NUM TO TST-ACTUAL, *> hold the cell value
              MOVE FUNCTION TRIM(TST-ADDR-TEXT) TO TST-NUM-TEXT,
              PERFORM 745-TEST-CHECK-NUMBER,
              IF TST-NUM-OK = 'N' OR TST-NUM < 0 OR TST-NUM > 24576
                  MOVE 'N' TO TST-LINE-OK,
              ELSE
                  MOVE TST-NUM TO TST-ADDR,
              END-IF,
              MOVE TST-ACTUAL TO TST-NUM,
          ELSE
              IF TST-LINE-KIND = 'S' OR
                 (TST-KEY NOT = 'A' AND TST-KEY NOT = 'D' AND
                  TST-KEY NOT = 'PC')
                  MOVE 'N' TO TST-LINE-OK, *> only RAM is preset
              END-IF,
          END-IF.
          IF TST-LINE-OK = 'Y'
              IF TST-LINE-KIND = 'S'
                  IF TST-SET-COUNT >= 200
                      MOVE 'N' TO TST-LINE-OK, *> table full
                  ELSE
                      ADD 1 TO TST-SET-COUNT,
                      MOVE TST-ADDR TO TST-SET-ADDR(TST-SET-COUNT),
                      MOVE TST-NUM TO TST-SET-VALUE(TST-SET-COUNT),
                  END-IF,
              ELSE
                  IF TST-EXP-COUNT >= 200
                      MOVE 'N' TO TST-LINE-OK,
                  ELSE
                      ADD 1 TO TST-EXP-COUNT,
                      MOVE TST-KEY(1:1)
                          TO TST-EXP-KIND(TST-EXP-COUNT), *> R/A/D/P
                      MOVE TST-ADDR TO TST-EXP-ADDR(TST-EXP-COUNT),
                      MOVE TST-NUM TO TST-EXP-VALUE(TST-EXP-COUNT),
                  END-IF,
              END-IF,
          END-IF.

       748-TEST-PRESET. *> after 708-TRACE-OPEN cleared the RAM
          PERFORM VARYING TST-SET-IDX FROM 1 BY 1
                  UNTIL TST-SET-IDX > TST-SET-COUNT
              MOVE TST-SET-VALUE(TST-SET-IDX)
                  TO TR-RAM(TST-SET-ADDR(TST-SET-IDX) + 1)
          END-PERFORM.

       749-TEST-EXEC. *> the trace cycle loop, stopping early when
                       *> PC reaches the script's stop address
          MOVE 0 TO TR-CYCLE.
          MOVE 'N' TO TST-STOP-HIT.
          IF TST-STOP-SET = 'Y' AND TR-PC = TST-STOP-ADDR
              MOVE 'Y' TO TST-STOP-HIT,
          END-IF.
          PERFORM UNTIL TR-HALT = 'Y' OR TST-STOP-HIT = 'Y'
                     OR TR-CYCLE >= TST-CYCLES
              ADD 1 TO TR-CYCLE
              PERFORM 732-TRACE-KBD-APPLY
              PERFORM 712-TRACE-STEP
              PERFORM 733-TRACE-SNAPSHOT
              IF TST-STOP-SET = 'Y' AND TR-PC = TST-STOP-ADDR
                  MOVE 'Y' TO TST-STOP-HIT
              END-IF
          END-PERFORM.
          MOVE TR-CYCLE TO TR-CYCLE-EDIT.
          DISPLAY "Test run complete: " FUNCTION TRIM(TR-CYCLE-EDIT)
              " cycle(s) executed.".

       750-TEST-REPORT. *> the .tsr result file and the grade
          MOVE 0 TO TST-PASSED.
          MOVE 0 TO TST-FAILED.
          MOVE 'N' TO TSR-OPENED.
          MOVE TSR-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          OPEN OUTPUT TSR-FILE.
          IF TSR-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to create test result file: "
                  FUNCTION TRIM(TSR-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'Y' TO TSR-OPENED,
          END-IF.
          PERFORM 342-AUDIT-STAMP.
          MOVE SPACES TO TSR-RECORD.
          STRING "Test of " DELIMITED BY SIZE,
                 FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                 " with " DELIMITED BY SIZE,
                 FUNCTION TRIM(TST-NAME) DELIMITED BY SIZE,
                 " at " DELIMITED BY SIZE,
                 AUD-STAMP DELIMITED BY SIZE
                 INTO TSR-RECORD,
          END-STRING.
          PERFORM 754-TEST-WRITE-LINE.
          MOVE SPACES TO TSR-RECORD.
          IF TR-HALT = 'Y'
              STRING "Ran " DELIMITED BY SIZE,
                     FUNCTION TRIM(TR-CYCLE-EDIT) DELIMITED BY SIZE,
                     " cycle(s); the CPU halted - see "
                         DELIMITED BY SIZE,
                     FUNCTION TRIM(TRC-NAME) DELIMITED BY SIZE
                     INTO TSR-RECORD,
              END-STRING,
          ELSE
              IF TST-STOP-HIT = 'Y'
                  MOVE TST-STOP-ADDR TO TR-ADDR-EDIT,
                  STRING "Ran " DELIMITED BY SIZE,
                         FUNCTION TRIM(TR-CYCLE-EDIT)
                             DELIMITED BY SIZE,
                         " cycle(s); stopped at ROM["
                             DELIMITED BY SIZE,
                         FUNCTION TRIM(TR-ADDR-EDIT)
                             DELIMITED BY SIZE,
                         "]" DELIMITED BY SIZE
                         INTO TSR-RECORD,
                  END-STRING,
              ELSE
                  STRING "Ran " DELIMITED BY SIZE,
                         FUNCTION TRIM(TR-CYCLE-EDIT)
                             DELIMITED BY SIZE,
                         " cycle(s); the cycle budget ran out"
                             DELIMITED BY SIZE
                         INTO TSR-RECORD,
                  END-STRING,
              END-IF,
          END-IF.
          PERFORM 754-TEST-WRITE-LINE.
          MOVE "  Check            Expected    Actual  Result"
              TO TSR-RECORD.
          PERFORM 754-TEST-WRITE-LINE.
          IF TST-STOP-SET = 'Y' *> reaching the stop address is
                                *> itself a check
              MOVE TST-STOP-ADDR TO TR-ADDR-EDIT,
              MOVE SPACES TO TST-CHECK-NAME,
              STRING "STOP ROM[" DELIMITED BY SIZE,
                     FUNCTION TRIM(TR-ADDR-EDIT) DELIMITED BY SIZE,
                     "]" DELIMITED BY SIZE
                     INTO TST-CHECK-NAME,
              END-STRING,
              MOVE TST-STOP-ADDR TO TST-NUM,
              MOVE TR-PC TO TST-ACTUAL,
              PERFORM 752-TEST-ONE-CHECK,
          END-IF.
          PERFORM VARYING TST-EXP-IDX FROM 1 BY 1
                  UNTIL TST-EXP-IDX > TST-EXP-COUNT
              MOVE SPACES TO TST-CHECK-NAME
              MOVE TST-EXP-VALUE(TST-EXP-IDX) TO TST-NUM
              IF TST-EXP-KIND(TST-EXP-IDX) = 'R'
                  MOVE TST-EXP-ADDR(TST-EXP-IDX) TO TR-ADDR-EDIT
                  STRING "RAM[" DELIMITED BY SIZE,
                         FUNCTION TRIM(TR-ADDR-EDIT)
                             DELIMITED BY SIZE,
                         "]" DELIMITED BY SIZE
                         INTO TST-CHECK-NAME,
                  END-STRING
                  MOVE TR-RAM(TST-EXP-ADDR(TST-EXP-IDX) + 1)
                      TO TST-ACTUAL
              ELSE
              IF TST-EXP-KIND(TST-EXP-IDX) = 'A'
                  MOVE "A" TO TST-CHECK-NAME
                  MOVE TR-A TO TST-ACTUAL
              ELSE
              IF TST-EXP-KIND(TST-EXP-IDX) = 'D'
                  MOVE "D" TO TST-CHECK-NAME
                  MOVE TR-D TO TST-ACTUAL
              ELSE
                  MOVE "PC" TO TST-CHECK-NAME
                  MOVE TR-PC TO TST-ACTUAL
              END-IF
              END-IF
              END-IF
              PERFORM 752-TEST-ONE-CHECK
          END-PERFORM.
          IF TST-PASSED + TST-FAILED = 0
              MOVE 'EMPTY' TO TST-OUTCOME,
              MOVE "Result: EMPTY - the script checks nothing"
                  TO TSR-RECORD,
              MOVE 4 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE SPACES TO TSR-RECORD,
              COMPUTE TST-COUNT-EDIT2 = TST-PASSED + TST-FAILED,
              IF TST-FAILED = 0
                  MOVE 'PASS' TO TST-OUTCOME,
                  MOVE TST-PASSED TO TST-COUNT-EDIT,
                  STRING "Result: PASS - " DELIMITED BY SIZE,
                         FUNCTION TRIM(TST-COUNT-EDIT)
                             DELIMITED BY SIZE,
                         " of " DELIMITED BY SIZE,
                         FUNCTION TRIM(TST-COUNT-EDIT2)
                             DELIMITED BY SIZE,
                         " check(s) passed" DELIMITED BY SIZE
                         INTO TSR-RECORD,
                  END-STRING,
              ELSE
                  MOVE 'FAIL' TO TST-OUTCOME,
                  MOVE TST-FAILED TO TST-COUNT-EDIT,
                  STRING "Result: FAIL - " DELIMITED BY SIZE,
                         FUNCTION TRIM(TST-COUNT-EDIT)
                             DELIMITED BY SIZE,
                         " of " DELIMITED BY SIZE,
                         FUNCTION TRIM(TST-COUNT-EDIT2)
                             DELIMITED BY SIZE,
                         " check(s) failed" DELIMITED BY SIZE
                         INTO TSR-RECORD,
                  END-STRING,
                  MOVE 8 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          END-IF.
          PERFORM 754-TEST-WRITE-LINE.
          IF TSR-OPENED = 'Y'
              CLOSE TSR-FILE,
              DISPLAY "Test results written to "
                  FUNCTION TRIM(TSR-NAME),
          END-IF.

       752-TEST-ONE-CHECK. *> TST-NUM expected against TST-ACTUAL
          MOVE SPACES TO TSR-RECORD.
          MOVE TST-CHECK-NAME TO TSR-RECORD(3:16).
          MOVE TST-NUM TO TST-VALUE-EDIT.
          MOVE TST-VALUE-EDIT TO TSR-RECORD(21:7).
          MOVE TST-ACTUAL TO TST-VALUE-EDIT.
          MOVE TST-VALUE-EDIT TO TSR-RECORD(31:7).
          IF TST-ACTUAL = TST-NUM
              MOVE "PASS" TO TSR-RECORD(40:4),
              ADD 1 TO TST-PASSED,
          ELSE
              MOVE "FAIL" TO TSR-RECORD(40:4),
              ADD 1 TO TST-FAILED,
          END-IF.
          PERFORM 754-TEST-WRITE-LINE.

       754-TEST-WRITE-LINE. *> DISPLAY + (if open) WRITE to TSR-FILE
          DISPLAY FUNCTION TRIM(TSR-RECORD, TRAILING).
          IF TSR-OPENED = 'Y'
              WRITE TSR-RECORD,
          END-IF.

       756-TEST-CATALOG. *> the image's catalog record carries its
                          *> last test outcome; an image that was
                          *> never disassembled gets a record with
                          *> only the test fields filled in
          OPEN I-O CATALOG-FILE.
          IF CATALOG-FILE-STATUS = "35" *> first ever run - create it
              OPEN OUTPUT CATALOG-FILE,
              IF CATALOG-FILE-STATUS = "00"
                  CLOSE CATALOG-FILE,
                  OPEN I-O CATALOG-FILE,
              END-IF,
          END-IF.
          IF CATALOG-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: unable to update catalog "
                  FUNCTION TRIM(CATALOG-NAME) " (status "
                  CATALOG-FILE-STATUS ")",
          ELSE
              MOVE FILE-NAME TO CAT-KEY,
              READ CATALOG-FILE
                  INVALID KEY
                     MOVE SPACES TO CATALOG-RECORD,
                     MOVE FILE-NAME TO CAT-KEY,
                     MOVE 0 TO CAT-CHECKSUM,
                     MOVE 0 TO CAT-ASM-CHECKSUM,
                     MOVE 0 TO CAT-WORD-COUNT,
                     MOVE 0 TO CAT-A-COUNT,
                     MOVE 0 TO CAT-C-COUNT,
                     MOVE 0 TO CAT-U-COUNT,
                     MOVE 0 TO CAT-B-COUNT,
              END-READ,
              MOVE TST-OUTCOME TO CAT-TEST-OUTCOME,
              MOVE AUD-STAMP TO CAT-TEST-STAMP,
              REWRITE CATALOG-RECORD
                  INVALID KEY
                     WRITE CATALOG-RECORD
                         INVALID KEY
                            DISPLAY "WARNING: unable to write "
                                "catalog record for "
                                FUNCTION TRIM(FILE-NAME),
                     END-WRITE,
              END-REWRITE,
              CLOSE CATALOG-FILE,
          END-IF.

       800-SYMMAINT-RUN. *> symbol sidecar maintenance: edit each
                          *> transaction against the sidecar as it
                          *> stands, apply the good ones, reject the
                          *> rest with a reason, and rewrite the
                          *> sidecar in address order
          MOVE SYMMAINT-TARGET TO SYM-FILE-NAME.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(SYM-FILE-NAME),
                 ".new") TO SYM-NEW-NAME.
          MOVE FUNCTION LENGTH(FUNCTION TRIM(SYMMAINT-TARGET,
              TRAILING)) TO NAME-LEN.
          IF SMT-MERGE = 'Y'
              MOVE SYM-NEW-NAME TO STX-NAME, *> a reviewed proposal
          ELSE
              IF SYMMAINT-OPT = SPACES
                  MOVE FUNCTION CONCATENATE(
                         SYMMAINT-TARGET(1:NAME-LEN - 4),
                         ".stx") TO STX-NAME,
              ELSE
                  MOVE SYMMAINT-OPT TO STX-NAME,
              END-IF,
          END-IF.
          MOVE 0 TO SMT-LINE-NUM.
          MOVE 0 TO SMT-APPLIED.
          MOVE 0 TO SMT-REJECTED.
          MOVE 0 TO SMT-CHANGE-COUNT.
          PERFORM 165-LOAD-USER-SYMBOLS. *> absent: a new sidecar
          OPEN INPUT STX-FILE.
          IF STX-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to open symbol transactions: "
                  FUNCTION TRIM(STX-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'N' TO STX-EOF,
              PERFORM UNTIL STX-EOF = 'Y'
                  READ STX-FILE
                      AT END
                         MOVE 'Y' TO STX-EOF,
                      NOT AT END
                         PERFORM 802-SYMMAINT-ONE-LINE,
                  END-READ
              END-PERFORM,
              CLOSE STX-FILE,
              IF SMT-APPLIED > 0
                  PERFORM 812-SYMMAINT-SORT,
                  PERFORM 814-SYMMAINT-REWRITE,
              END-IF,
              MOVE SMT-APPLIED TO SMT-COUNT-EDIT,
              MOVE SMT-REJECTED TO SMT-ADDR-EDIT,
              DISPLAY "Symbol maintenance of "
                  FUNCTION TRIM(SYM-FILE-NAME) ": "
                  FUNCTION TRIM(SMT-COUNT-EDIT) " applied, "
                  FUNCTION TRIM(SMT-ADDR-EDIT) " rejected.",
              IF SMT-REJECTED > 0
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          END-IF.

       802-SYMMAINT-ONE-LINE. *> 'A addr name', 'C addr name', or
                               *> 'D addr [name]'; a .sym.new line is
                               *> 'addr name' and is merged as an add
          ADD 1 TO SMT-LINE-NUM.
          IF STX-RECORD = SPACES OR STX-RECORD(1:1) = '*'
              CONTINUE,
          ELSE
              MOVE SPACES TO SMT-TOKEN-1,
              MOVE SPACES TO SMT-TOKEN-2,
              MOVE SPACES TO SMT-TOKEN-3,
              MOVE SPACES TO SMT-EXTRA,
              MOVE SPACES TO SMT-REASON,
              UNSTRING FUNCTION TRIM(STX-RECORD) DELIMITED BY ALL ' '
                  INTO SMT-TOKEN-1, SMT-TOKEN-2, SMT-TOKEN-3,
                       SMT-EXTRA,
              END-UNSTRING,
              IF SMT-MERGE = 'Y'
                  MOVE 'A' TO SMT-CODE,
                  MOVE SMT-TOKEN-1 TO SMT-ADDR-TEXT,
                  MOVE SMT-TOKEN-2 TO SMT-NAME,
                  IF SMT-TOKEN-3 NOT = SPACES
                      MOVE "unexpected text after the name"
                          TO SMT-REASON,
                  END-IF,
              ELSE
                  MOVE FUNCTION UPPER-CASE(SMT-TOKEN-1(1:1))
                      TO SMT-CODE,
                  MOVE SMT-TOKEN-2 TO SMT-ADDR-TEXT,
                  MOVE SMT-TOKEN-3 TO SMT-NAME,
                  IF SMT-TOKEN-1(2:39) NOT = SPACES
                      MOVE "transaction code must be A, C, or D"
                          TO SMT-REASON,
                  ELSE
                      IF SMT-EXTRA NOT = SPACES
                          MOVE "unexpected text after the name"
                              TO SMT-REASON,
                      END-IF,
                  END-IF,
              END-IF,
              IF SMT-REASON = SPACES
                  PERFORM 804-SYMMAINT-EDIT,
              END-IF,
              IF SMT-REASON = SPACES
                  PERFORM 808-SYMMAINT-APPLY,
              END-IF,
              IF SMT-REASON NOT = SPACES
                  ADD 1 TO SMT-REJECTED,
                  MOVE SMT-LINE-NUM TO SMT-LINE-EDIT,
                  DISPLAY "WARNING: symbol transaction line "
                      FUNCTION TRIM(SMT-LINE-EDIT) " rejected - "
                      FUNCTION TRIM(SMT-REASON) ": "
                      FUNCTION TRIM(STX-RECORD),
              END-IF,
          END-IF.

       804-SYMMAINT-EDIT. *> checks that need only the transaction
          IF SMT-CODE NOT = 'A' AND SMT-CODE NOT = 'C' AND
             SMT-CODE NOT = 'D'
              MOVE "transaction code must be A, C, or D"
                  TO SMT-REASON,
          ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(SMT-ADDR-TEXT,
                  TRAILING)) TO SMT-LEN,
              IF SMT-ADDR-TEXT = SPACES
                  MOVE "address missing" TO SMT-REASON,
              ELSE
                  IF SMT-LEN > 5
                      MOVE "address above 32767" TO SMT-REASON,
                  ELSE
                      IF SMT-ADDR-TEXT(1:SMT-LEN) IS NOT NUMERIC
                          MOVE "address is not a number"
                              TO SMT-REASON,
                      ELSE
                          COMPUTE SMT-ADDR =
                              FUNCTION NUMVAL(SMT-ADDR-TEXT),
                          IF SMT-ADDR > 32767
                              MOVE "address above 32767"
                                  TO SMT-REASON,
                          END-IF,
                      END-IF,
                  END-IF,
              END-IF,
          END-IF.
          IF SMT-REASON = SPACES
              IF SMT-NAME = SPACES
                  IF SMT-CODE NOT = 'D'
                      MOVE "name missing" TO SMT-REASON,
                  END-IF,
              ELSE
                  PERFORM 806-SYMMAINT-CHECK-NAME,
              END-IF,
          END-IF.

       806-SYMMAINT-CHECK-NAME. *> a name ASSEMBLER will accept and
                                 *> that does not hide a built-in
          MOVE FUNCTION LENGTH(FUNCTION TRIM(SMT-NAME, TRAILING))
              TO SMT-LEN.
          IF SMT-LEN > 16
              MOVE "name longer than 16 characters" TO SMT-REASON,
          ELSE
              IF SMT-NAME(1:1) >= '0' AND SMT-NAME(1:1) <= '9'
                  MOVE "name must not start with a digit"
                      TO SMT-REASON,
              END-IF,
              PERFORM VARYING SMT-CHR-IDX FROM 1 BY 1
                      UNTIL SMT-CHR-IDX > SMT-LEN
                  MOVE SMT-NAME(SMT-CHR-IDX:1) TO SMT-CHAR
                  IF (SMT-CHAR >= 'A' AND SMT-CHAR <= 'Z') OR
                     (SMT-CHAR >= 'a' AND SMT-CHAR <= 'z') OR
                     (SMT-CHAR >= '0' AND SMT-CHAR <= '9') OR
                     SMT-CHAR = '_' OR SMT-CHAR = '.' OR
                     SMT-CHAR = '$' OR SMT-CHAR = ':'
                      CONTINUE
                  ELSE
                      MOVE "name has a character symbols cannot use"
                          TO SMT-REASON
                  END-IF
              END-PERFORM,
          END-IF.
          IF SMT-REASON = SPACES
              PERFORM VARYING A-SYM-IDX FROM 1 BY 1
                      UNTIL A-SYM-IDX > 15
                  IF SYM-NAME(A-SYM-IDX) = SMT-NAME
                      MOVE "name shadows a built-in symbol"
                          TO SMT-REASON
                  END-IF
              END-PERFORM,
              IF SMT-NAME(1:1) = 'R'
                  IF (SMT-LEN = 2 AND SMT-NAME(2:1) IS NUMERIC) OR
                     (SMT-LEN = 3 AND SMT-NAME(2:1) = '1' AND
                      SMT-NAME(3:1) >= '0' AND SMT-NAME(3:1) <= '5')
                      MOVE "name shadows a built-in symbol (R0-R15)"
                          TO SMT-REASON,
                  END-IF,
              END-IF,
          END-IF.

       807-SYMMAINT-FIND. *> which entries hold SMT-ADDR / SMT-NAME
          MOVE 0 TO SMT-AT-ADDR.
          MOVE 0 TO SMT-AT-NAME.
          PERFORM VARYING SMT-IDX FROM 1 BY 1
                  UNTIL SMT-IDX > USER-SYM-COUNT
              IF USER-SYM-VALUE(SMT-IDX) = SMT-ADDR
                  MOVE SMT-IDX TO SMT-AT-ADDR
              END-IF
              IF SMT-NAME NOT = SPACES AND
                 USER-SYM-NAME(SMT-IDX) = SMT-NAME
                  MOVE SMT-IDX TO SMT-AT-NAME
              END-IF
          END-PERFORM.

       808-SYMMAINT-APPLY. *> checks against the sidecar as it now
                            *> stands, then the change itself
          PERFORM 807-SYMMAINT-FIND.
          MOVE SPACES TO SMT-OLD-NAME.
          IF SMT-CHANGE-COUNT >= 1000
              MOVE "too many changes for one run" TO SMT-REASON,
          ELSE
          IF SMT-CODE = 'A'
              IF SMT-AT-NAME > 0
                  MOVE USER-SYM-VALUE(SMT-AT-NAME) TO SMT-ADDR-EDIT,
                  STRING "duplicate name - already at "
                             DELIMITED BY SIZE,
                         FUNCTION TRIM(SMT-ADDR-EDIT)
                             DELIMITED BY SIZE
                         INTO SMT-REASON,
                  END-STRING,
              ELSE
              IF SMT-AT-ADDR > 0
                  STRING "address already named " DELIMITED BY SIZE,
                         USER-SYM-NAME(SMT-AT-ADDR)
                             DELIMITED BY SPACE
                         INTO SMT-REASON,
                  END-STRING,
              ELSE
              IF USER-SYM-COUNT >= 500
                  MOVE "sidecar is full (500 entries)" TO SMT-REASON,
              ELSE
                  ADD 1 TO USER-SYM-COUNT,
                  MOVE SMT-ADDR TO USER-SYM-VALUE(USER-SYM-COUNT),
                  MOVE SMT-NAME TO USER-SYM-NAME(USER-SYM-COUNT),
                  MOVE 'SYMADD' TO SMT-CHG-OUTCOME(SMT-CHANGE-COUNT
                      + 1),
                  PERFORM 810-SYMMAINT-RECORD,
              END-IF, END-IF, END-IF,
          ELSE
          IF SMT-CODE = 'C'
              IF SMT-AT-ADDR > 0 *> new name for a named address
                  IF SMT-AT-NAME = SMT-AT-ADDR
                      MOVE "no change - address already has that name"
                          TO SMT-REASON,
                  ELSE
                  IF SMT-AT-NAME > 0
                      MOVE USER-SYM-VALUE(SMT-AT-NAME)
                          TO SMT-ADDR-EDIT,
                      STRING "duplicate name - already at "
                                 DELIMITED BY SIZE,
                             FUNCTION TRIM(SMT-ADDR-EDIT)
                                 DELIMITED BY SIZE
                             INTO SMT-REASON,
                      END-STRING,
                  ELSE
                      MOVE USER-SYM-NAME(SMT-AT-ADDR) TO SMT-OLD-NAME,
                      MOVE SMT-NAME TO USER-SYM-NAME(SMT-AT-ADDR),
                      MOVE 'SYMCHG' TO SMT-CHG-OUTCOME(SMT-CHANGE-COUNT
                          + 1),
                      PERFORM 810-SYMMAINT-RECORD,
                  END-IF, END-IF,
              ELSE
              IF SMT-AT-NAME > 0 *> new address for a known name
                  MOVE USER-SYM-VALUE(SMT-AT-NAME) TO SMT-OLD-ADDR,
                  MOVE SMT-OLD-ADDR TO SMT-ADDR-EDIT2,
                  MOVE SPACES TO SMT-OLD-NAME,
                  STRING "at " DELIMITED BY SIZE,
                         FUNCTION TRIM(SMT-ADDR-EDIT2)
                             DELIMITED BY SIZE
                         INTO SMT-OLD-NAME,
                  END-STRING,
                  MOVE SMT-ADDR TO USER-SYM-VALUE(SMT-AT-NAME),
                  MOVE 'SYMCHG' TO SMT-CHG-OUTCOME(SMT-CHANGE-COUNT
                      + 1),
                  PERFORM 810-SYMMAINT-RECORD,
              ELSE
                  MOVE "no entry with that address or name"
                      TO SMT-REASON,
              END-IF, END-IF,
          ELSE *> 'D'
              IF SMT-AT-ADDR = 0
                  MOVE "no entry at that address" TO SMT-REASON,
              ELSE
              IF SMT-NAME NOT = SPACES AND
                 USER-SYM-NAME(SMT-AT-ADDR) NOT = SMT-NAME
                  STRING "address is named " DELIMITED BY SIZE,
                         USER-SYM-NAME(SMT-AT-ADDR)
                             DELIMITED BY SPACE
                         INTO SMT-REASON,
                  END-STRING,
              ELSE
                  MOVE USER-SYM-NAME(SMT-AT-ADDR) TO SMT-NAME,
                  PERFORM VARYING SMT-IDX FROM SMT-AT-ADDR BY 1
                          UNTIL SMT-IDX >= USER-SYM-COUNT
                      MOVE USER-SYM-ELEMENT(SMT-IDX + 1)
                          TO USER-SYM-ELEMENT(SMT-IDX)
                  END-PERFORM,
                  SUBTRACT 1 FROM USER-SYM-COUNT,
                  MOVE 'SYMDEL' TO SMT-CHG-OUTCOME(SMT-CHANGE-COUNT
                      + 1),
                  PERFORM 810-SYMMAINT-RECORD,
              END-IF, END-IF,
          END-IF, END-IF, END-IF.

       810-SYMMAINT-RECORD. *> hold the audit text for one applied
                             *> change until the sidecar is rewritten
          ADD 1 TO SMT-APPLIED.
          ADD 1 TO SMT-CHANGE-COUNT.
          MOVE SMT-ADDR TO SMT-ADDR-EDIT.
          MOVE SPACES TO SMT-CHG-TAIL(SMT-CHANGE-COUNT).
          STRING FUNCTION TRIM(SYM-FILE-NAME) DELIMITED BY SIZE,
                 " -> " DELIMITED BY SIZE,
                 SMT-CODE DELIMITED BY SIZE,
                 " " DELIMITED BY SIZE,
                 FUNCTION TRIM(SMT-ADDR-EDIT) DELIMITED BY SIZE,
                 " " DELIMITED BY SIZE,
                 FUNCTION TRIM(SMT-NAME) DELIMITED BY SIZE
                 INTO SMT-CHG-TAIL(SMT-CHANGE-COUNT),
          END-STRING.
          IF SMT-OLD-NAME NOT = SPACES
              STRING FUNCTION TRIM(SMT-CHG-TAIL(SMT-CHANGE-COUNT))
                         DELIMITED BY SIZE,
                     " (was " DELIMITED BY SIZE,
                     FUNCTION TRIM(SMT-OLD-NAME) DELIMITED BY SIZE,
                     ")" DELIMITED BY SIZE
                     INTO SMT-CHG-TAIL(SMT-CHANGE-COUNT),
              END-STRING,
          END-IF.

       812-SYMMAINT-SORT. *> insertion sort into address order
          PERFORM VARYING SMT-IDX FROM 2 BY 1
                  UNTIL SMT-IDX > USER-SYM-COUNT
              MOVE USER-SYM-VALUE(SMT-IDX) TO SMT-HOLD-VALUE
              MOVE USER-SYM-NAME(SMT-IDX) TO SMT-HOLD-NAME
              MOVE SMT-IDX TO SMT-IDX2
              MOVE 'N' TO SMT-SLOT-FOUND
              PERFORM UNTIL SMT-SLOT-FOUND = 'Y'
                  IF SMT-IDX2 = 1
                      MOVE 'Y' TO SMT-SLOT-FOUND
                  ELSE
                      IF USER-SYM-VALUE(SMT-IDX2 - 1) > SMT-HOLD-VALUE
                          MOVE USER-SYM-ELEMENT(SMT-IDX2 - 1)
                              TO USER-SYM-ELEMENT(SMT-IDX2)
                          SUBTRACT 1 FROM SMT-IDX2
                      ELSE
                          MOVE 'Y' TO SMT-SLOT-FOUND
                      END-IF
                  END-IF
              END-PERFORM
              MOVE SMT-HOLD-VALUE TO USER-SYM-VALUE(SMT-IDX2)
              MOVE SMT-HOLD-NAME TO USER-SYM-NAME(SMT-IDX2)
          END-PERFORM.

       814-SYMMAINT-REWRITE. *> the sidecar is hand-maintained
                              *> source, not a re-derivable output, so
                              *> its prior copy is kept even when
                              *> RETAIN asks for none
          MOVE RETAIN-GENS TO SMT-SAVED-GENS.
          IF RETAIN-GENS = 0
              MOVE 1 TO RETAIN-GENS,
          END-IF.
          MOVE SYM-FILE-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          MOVE SMT-SAVED-GENS TO RETAIN-GENS.
          OPEN OUTPUT SYM-FILE.
          IF SYM-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to rewrite symbol sidecar: "
                  FUNCTION TRIM(SYM-FILE-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              PERFORM VARYING SMT-IDX FROM 1 BY 1
                      UNTIL SMT-IDX > USER-SYM-COUNT
                  MOVE USER-SYM-VALUE(SMT-IDX) TO SMT-ADDR-EDIT
                  MOVE SPACES TO SYM-RECORD
                  STRING FUNCTION TRIM(SMT-ADDR-EDIT)
                             DELIMITED BY SIZE,
                         ' ' DELIMITED BY SIZE,
                         USER-SYM-NAME(SMT-IDX) DELIMITED BY SPACE
                         INTO SYM-RECORD,
                  END-STRING
                  WRITE SYM-RECORD
              END-PERFORM,
              CLOSE SYM-FILE,
              MOVE USER-SYM-COUNT TO SYM-COUNT-EDIT,
              DISPLAY "Rewrote " FUNCTION TRIM(SYM-FILE-NAME)
                  " with " FUNCTION TRIM(SYM-COUNT-EDIT)
                  " symbol(s) in address order.",
              PERFORM 342-AUDIT-STAMP, *> one record per change
              PERFORM VARYING SMT-CHANGE-IDX FROM 1 BY 1
                      UNTIL SMT-CHANGE-IDX > SMT-CHANGE-COUNT
                  MOVE SMT-CHG-OUTCOME(SMT-CHANGE-IDX) TO AUD-OUTCOME
                  MOVE SMT-CHG-TAIL(SMT-CHANGE-IDX) TO AUD-TAIL
                  PERFORM 344-AUDIT-WRITE
              END-PERFORM,
          END-IF.

       820-LINT-REPORT. *> write the .lnt findings; a finding grades
                         *> the run only when LINT-RAISE names its
                         *> severity
          MOVE 0 TO LNT-TOTAL.
          MOVE 0 TO LNT-SEV4-COUNT.
          MOVE 0 TO LNT-SEV8-COUNT.
          MOVE 'N' TO LNT-OPENED.
          IF FLOW-WORD-COUNT = 0
              CONTINUE, *> nothing was translated
          ELSE
              PERFORM 352-FLOW-MARK-LEADERS,
              PERFORM 822-LINT-MEMORY-USE,
              MOVE LNT-NAME TO GEN-NAME,
              PERFORM 203-ROLL-GENERATIONS,
              OPEN OUTPUT LNT-FILE,
              IF LNT-FILE-STATUS NOT = "00"
                  DISPLAY "WARNING: unable to create lint report: "
                      FUNCTION TRIM(LNT-NAME),
              ELSE
                  MOVE 'Y' TO LNT-OPENED,
                  MOVE SPACES TO LNT-RECORD,
                  STRING "Lint of " DELIMITED BY SIZE,
                         FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE
                         INTO LNT-RECORD,
                  END-STRING,
                  WRITE LNT-RECORD,
                  MOVE SPACES TO LNT-RECORD,
                  MOVE "Rule" TO LNT-RECORD(1:4),
                  MOVE "ROM" TO LNT-RECORD(9:3),
                  MOVE "Sev" TO LNT-RECORD(13:3),
                  MOVE "Instruction" TO LNT-RECORD(18:11),
                  MOVE "Finding" TO LNT-RECORD(43:7),
                  WRITE LNT-RECORD,
                  MOVE 'N' TO LNT-PREV-KIND,
                  MOVE '000' TO LNT-PREV-JUMP,
                  MOVE 'N' TO LNT-A-FRESH,
                  PERFORM VARYING LNT-IDX FROM 1 BY 1
                          UNTIL LNT-IDX > FLOW-WORD-COUNT
                      PERFORM 824-LINT-ONE-WORD
                  END-PERFORM,
                  PERFORM 829-LINT-FOOTER,
                  CLOSE LNT-FILE,
                  DISPLAY "Lint report written to "
                      FUNCTION TRIM(LNT-NAME),
              END-IF,
          END-IF.

       822-LINT-MEMORY-USE. *> which @values are ever stored through
                             *> or read through M, image-wide
          PERFORM VARYING LNT-IDX FROM 1 BY 1 UNTIL LNT-IDX > 32768
              MOVE 'N' TO LNT-WRITTEN(LNT-IDX)
              MOVE 'N' TO LNT-READ(LNT-IDX)
          END-PERFORM.
          PERFORM VARYING LNT-IDX FROM 2 BY 1
                  UNTIL LNT-IDX > FLOW-WORD-COUNT
              IF FLOW-KIND(LNT-IDX) = 'C' AND
                 FLOW-KIND(LNT-IDX - 1) = 'A'
                  MOVE SOURCE-WORD(LNT-IDX) TO HACK-RECORD
                  MOVE HACK-RECORD(4:1) TO LNT-READS-M
                  MOVE HACK-RECORD(13:1) TO LNT-WRITES-M
                  MOVE SOURCE-WORD(LNT-IDX - 1) TO HACK-RECORD
                  PERFORM 222-COMPUTE-A-VALUE
                  IF LNT-WRITES-M = '1'
                      MOVE 'Y' TO LNT-WRITTEN(A-VALUE + 1)
                  END-IF
                  IF LNT-READS-M = '1'
                      MOVE 'Y' TO LNT-READ(A-VALUE + 1)
                  END-IF
              END-IF
          END-PERFORM.

       824-LINT-ONE-WORD. *> every rule that fires at LNT-IDX, in
                          *> rule order, so the report reads in
                          *> address order
          COMPUTE LNT-ADDR = LNT-IDX - 1.
          IF FLOW-LEADER(LNT-IDX) = 'Y'
              MOVE 'N' TO LNT-A-FRESH, *> A comes in from elsewhere
          END-IF.
          IF FLOW-KIND(LNT-IDX) = 'A'
              MOVE SOURCE-WORD(LNT-IDX) TO HACK-RECORD,
              PERFORM 222-COMPUTE-A-VALUE,
              MOVE 'A' TO LNT-PREV-KIND,
              MOVE A-VALUE TO LNT-PREV-VAL,
              MOVE 'Y' TO LNT-A-FRESH,
          ELSE
          IF FLOW-KIND(LNT-IDX) = 'C'
              MOVE SOURCE-WORD(LNT-IDX) TO HACK-RECORD,
              PERFORM 420-DECODE-MNEMONIC,
              MOVE CMP-MNEMONIC TO LNT-MNEM,
              MOVE 'N' TO LNT-READS-M,
              MOVE 'N' TO LNT-WRITES-M,
              MOVE 'N' TO LNT-USES-A,
              MOVE 'N' TO LNT-FLAGGED,
              IF HACK-RECORD(4:1) = '1'
                  MOVE 'Y' TO LNT-READS-M,
              END-IF,
              IF HACK-RECORD(13:1) = '1'
                  MOVE 'Y' TO LNT-WRITES-M,
              END-IF,
              MOVE 0 TO LNT-A-TALLY,
              INSPECT C-COMP-RESOLVED TALLYING LNT-A-TALLY
                  FOR ALL 'A' ALL 'M',
              IF LNT-A-TALLY > 0 OR LNT-WRITES-M = 'Y' OR
                 HACK-RECORD(14:3) NOT = '000'
                  MOVE 'Y' TO LNT-USES-A,
              END-IF,
              IF LNT-PREV-KIND = 'A'
                  PERFORM 825-LINT-MEMORY-RULES,
              END-IF,
              IF LNT-PREV-KIND = 'C' AND LNT-PREV-JUMP NOT = '000'
                 AND (LNT-READS-M = 'Y' OR LNT-WRITES-M = 'Y')
                  COMPUTE LNT-ADDR-EDIT2 = LNT-ADDR - 1,
                  MOVE 'L004' TO LNT-RULE,
                  MOVE 4 TO LNT-SEV,
                  MOVE SPACES TO LNT-MSG,
                  STRING "M with A left over from the jump at ROM["
                             DELIMITED BY SIZE,
                         FUNCTION TRIM(LNT-ADDR-EDIT2)
                             DELIMITED BY SIZE,
                         "]" DELIMITED BY SIZE
                         INTO LNT-MSG,
                  END-STRING,
                  PERFORM 826-LINT-FINDING,
                  MOVE 'Y' TO LNT-FLAGGED,
              END-IF,
              IF LNT-USES-A = 'Y' AND LNT-A-FRESH = 'N' AND
                 LNT-FLAGGED = 'N'
                  MOVE 'L005' TO LNT-RULE,
                  MOVE 4 TO LNT-SEV,
                  MOVE "uses A as left by another basic block"
                      TO LNT-MSG,
                  PERFORM 826-LINT-FINDING,
                  MOVE 'Y' TO LNT-FLAGGED,
              END-IF,
              IF HACK-RECORD(11:1) = '1' OR LNT-FLAGGED = 'Y'
                  MOVE 'Y' TO LNT-A-FRESH, *> once per block is enough
              END-IF,
              MOVE 'C' TO LNT-PREV-KIND,
              MOVE HACK-RECORD(14:3) TO LNT-PREV-JUMP,
              IF HACK-RECORD(14:3) = '111'
                  PERFORM 828-LINT-LOOP-CHECK,
              END-IF,
          ELSE
              MOVE 'N' TO LNT-PREV-KIND, *> data or a bad word
          END-IF, END-IF.

       825-LINT-MEMORY-RULES. *> '@value' then this C-instruction
          MOVE LNT-PREV-VAL TO LNT-VALUE-EDIT.
          IF LNT-READS-M = 'Y' AND LNT-PREV-VAL < 16384 AND
             LNT-WRITTEN(LNT-PREV-VAL + 1) = 'N'
              MOVE 'L001' TO LNT-RULE,
              MOVE 4 TO LNT-SEV,
              MOVE SPACES TO LNT-MSG,
              STRING "reads RAM[" DELIMITED BY SIZE,
                     FUNCTION TRIM(LNT-VALUE-EDIT) DELIMITED BY SIZE,
                     "], which nothing in the image stores to"
                         DELIMITED BY SIZE
                     INTO LNT-MSG,
              END-STRING,
              PERFORM 826-LINT-FINDING,
          END-IF.
          IF LNT-WRITES-M = 'Y' AND LNT-PREV-VAL = 24576
              MOVE 'L002' TO LNT-RULE,
              MOVE 8 TO LNT-SEV,
              MOVE "stores to KBD (24576), which is input only"
                  TO LNT-MSG,
              PERFORM 826-LINT-FINDING,
          END-IF.
          IF LNT-WRITES-M = 'Y' AND
             LABEL-FLAG(LNT-PREV-VAL + 1) = 'Y' AND
             LNT-READ(LNT-PREV-VAL + 1) = 'N'
              MOVE 'L003' TO LNT-RULE,
              MOVE 8 TO LNT-SEV,
              MOVE SPACES TO LNT-MSG,
              STRING "stores to " DELIMITED BY SIZE,
                     FUNCTION TRIM(LNT-VALUE-EDIT) DELIMITED BY SIZE,
                     ", only ever used as the ROM label (L"
                         DELIMITED BY SIZE,
                     FUNCTION TRIM(LNT-VALUE-EDIT) DELIMITED BY SIZE,
                     ")" DELIMITED BY SIZE
                     INTO LNT-MSG,
              END-STRING,
              PERFORM 826-LINT-FINDING,
          END-IF.

       826-LINT-FINDING. *> one .lnt line; raises the return code
                          *> only when a LINT-RAISE card names its
                          *> severity
          ADD 1 TO LNT-TOTAL.
          IF LNT-SEV = 8
              ADD 1 TO LNT-SEV8-COUNT,
              IF LINT-RAISE-8 = 'Y'
                  MOVE 8 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          ELSE
              ADD 1 TO LNT-SEV4-COUNT,
              IF LINT-RAISE-4 = 'Y'
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          END-IF.
          MOVE SPACES TO LNT-RECORD.
          MOVE LNT-RULE TO LNT-RECORD(1:4).
          MOVE LNT-ADDR TO LNT-ADDR-EDIT.
          MOVE LNT-ADDR-EDIT TO LNT-RECORD(6:6).
          MOVE LNT-SEV TO LNT-SEV-EDIT.
          MOVE LNT-SEV-EDIT TO LNT-RECORD(14:2).
          MOVE LNT-MNEM TO LNT-RECORD(18:24).
          MOVE LNT-MSG TO LNT-RECORD(43:60).
          WRITE LNT-RECORD.

       828-LINT-LOOP-CHECK. *> an unconditional jump back to T with
                             *> no jump in T..here can never leave;
                             *> '(END) @END 0;JMP' is the halt idiom
          IF FLOW-HAS-TGT(LNT-IDX) = 'Y' AND
             FLOW-TARGET(LNT-IDX) + 1 < LNT-ADDR
              MOVE 'N' TO LNT-EXIT-FOUND,
              COMPUTE LNT-SCAN-IDX = FLOW-TARGET(LNT-IDX) + 1,
              PERFORM VARYING LNT-SCAN-IDX FROM LNT-SCAN-IDX BY 1
                      UNTIL LNT-SCAN-IDX >= LNT-IDX
                  IF FLOW-KIND(LNT-SCAN-IDX) NOT = 'A' AND
                     (FLOW-KIND(LNT-SCAN-IDX) NOT = 'C' OR
                      FLOW-JUMP(LNT-SCAN-IDX) NOT = '000')
                      MOVE 'Y' TO LNT-EXIT-FOUND
                  END-IF
              END-PERFORM,
              IF LNT-EXIT-FOUND = 'N'
                  MOVE FLOW-TARGET(LNT-IDX) TO LNT-ADDR-EDIT2,
                  MOVE LNT-ADDR TO LNT-ADDR-EDIT,
                  MOVE 'L006' TO LNT-RULE,
                  MOVE 8 TO LNT-SEV,
                  MOVE SPACES TO LNT-MSG,
                  STRING "loop ROM[" DELIMITED BY SIZE,
                         FUNCTION TRIM(LNT-ADDR-EDIT2)
                             DELIMITED BY SIZE,
                         "]-ROM[" DELIMITED BY SIZE,
                         FUNCTION TRIM(LNT-ADDR-EDIT)
                             DELIMITED BY SIZE,
                         "] has no way out" DELIMITED BY SIZE
                         INTO LNT-MSG,
                  END-STRING,
                  PERFORM 826-LINT-FINDING,
              END-IF,
          END-IF.

       829-LINT-FOOTER. *> totals by severity
          IF LNT-TOTAL = 0
              MOVE "No findings." TO LNT-RECORD,
          ELSE
              MOVE LNT-TOTAL TO LNT-COUNT-EDIT,
              MOVE LNT-SEV8-COUNT TO LNT-COUNT-EDIT2,
              MOVE LNT-SEV4-COUNT TO LNT-VALUE-EDIT,
              MOVE SPACES TO LNT-RECORD,
              STRING FUNCTION TRIM(LNT-COUNT-EDIT) DELIMITED BY SIZE,
                     " finding(s): " DELIMITED BY SIZE,
                     FUNCTION TRIM(LNT-COUNT-EDIT2)
                         DELIMITED BY SIZE,
                     " at severity 8, " DELIMITED BY SIZE,
                     FUNCTION TRIM(LNT-VALUE-EDIT) DELIMITED BY SIZE,
                     " at severity 4" DELIMITED BY SIZE
                     INTO LNT-RECORD,
              END-STRING,
          END-IF.
          WRITE LNT-RECORD.
          DISPLAY "Lint: " FUNCTION TRIM(LNT-RECORD).

       840-CLONES-RUN. *> shared code across the library: every
                        *> image the catalog knows, block by block
          MOVE 0 TO CLN-IMAGE-COUNT.
          MOVE 0 TO CLN-SKIPPED.
          MOVE 0 TO CLN-BLOCKS.
          MOVE 0 TO CLN-GROUP-COUNT.
          MOVE 0 TO CLN-OCC-COUNT.
          MOVE 'N' TO CLN-FULL-NOTED.
          PERFORM VARYING CLN-BUCKET FROM 1 BY 1
                  UNTIL CLN-BUCKET > 4001
              MOVE 0 TO CLN-BUCKET-HEAD(CLN-BUCKET)
          END-PERFORM.
          OPEN INPUT CATALOG-FILE.
          IF CATALOG-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: no catalog available ("
                  FUNCTION TRIM(CATALOG-NAME) " not readable).",
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'N' TO CAT-EOF,
              PERFORM UNTIL CAT-EOF = 'Y'
                  READ CATALOG-FILE NEXT RECORD
                      AT END
                         MOVE 'Y' TO CAT-EOF,
                      NOT AT END
                         IF CLN-IMAGE-COUNT < 500
                             ADD 1 TO CLN-IMAGE-COUNT
                             MOVE CAT-KEY
                                 TO CLN-IMAGE-NAME(CLN-IMAGE-COUNT)
                         ELSE
                             ADD 1 TO CLN-SKIPPED
                         END-IF,
                  END-READ
              END-PERFORM,
              CLOSE CATALOG-FILE,
              IF CLN-SKIPPED > 0
                  DISPLAY "WARNING: only the first 500 cataloged "
                      "images are compared.",
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
              PERFORM VARYING CLN-IMG-IDX FROM 1 BY 1
                      UNTIL CLN-IMG-IDX > CLN-IMAGE-COUNT
                  PERFORM 841-CLONES-ONE-IMAGE
              END-PERFORM,
              PERFORM 846-CLONES-SORT,
              PERFORM 848-CLONES-REPORT,
          END-IF.

       841-CLONES-ONE-IMAGE. *> decode one image the way a run does,
                              *> .map DATA regions included, then hash
                              *> every code block long enough to count
          MOVE CLN-IMAGE-NAME(CLN-IMG-IDX) TO FILE-NAME.
          PERFORM 115-DERIVE-ASM-NAME.
          PERFORM 168-LOAD-DATA-MAP.
          PERFORM 180-PRESCAN-LABELS.
          IF SOURCE-LOADED = 'N'
              DISPLAY "WARNING: cataloged image not readable - "
                  FUNCTION TRIM(FILE-NAME) " skipped.",
              ADD 1 TO CLN-SKIPPED,
              MOVE 4 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              PERFORM 842-CLONES-DECODE,
              PERFORM 352-FLOW-MARK-LEADERS,
              MOVE 1 TO CLN-START-IDX,
              PERFORM VARYING FLOW-IDX FROM 2 BY 1
                      UNTIL FLOW-IDX > FLOW-WORD-COUNT
                  IF FLOW-LEADER(FLOW-IDX) = 'Y'
                      COMPUTE CLN-END-IDX = FLOW-IDX - 1
                      PERFORM 843-CLONES-ONE-BLOCK
                      MOVE FLOW-IDX TO CLN-START-IDX
                  END-IF
              END-PERFORM,
              MOVE FLOW-WORD-COUNT TO CLN-END-IDX,
              PERFORM 843-CLONES-ONE-BLOCK,
          END-IF.

       842-CLONES-DECODE. *> the FLOW-TABLE facts 214 records while
                           *> translating, from the prescanned words
          MOVE 0 TO FLOW-WORD-COUNT.
          MOVE 'N' TO TRANS-PREV-A.
          PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                  UNTIL SOURCE-IDX > SOURCE-COUNT
              MOVE SOURCE-WORD(SOURCE-IDX) TO HACK-RECORD
              MOVE SOURCE-IDX TO LINE-NUM
              COMPUTE REGION-ADDR = SOURCE-IDX - 1
              PERFORM 177-CHECK-DATA-REGION
              PERFORM 205-VALIDATE-RECORD
              IF VALID-FLAG = 'Y' AND HACK-RECORD(1:1) = '0'
                  PERFORM 222-COMPUTE-A-VALUE
              END-IF
              PERFORM 214-RECORD-FLOW
          END-PERFORM.

       843-CLONES-ONE-BLOCK. *> CLN-START-IDX thru CLN-END-IDX; data
                              *> and bad-word blocks are not code
          IF CLN-END-IDX >= CLN-START-IDX AND
             (FLOW-KIND(CLN-START-IDX) = 'A' OR 'C')
              COMPUTE CLN-LEN = CLN-END-IDX - CLN-START-IDX + 1,
              IF CLN-LEN >= CLONE-MIN-WORDS
                  ADD 1 TO CLN-BLOCKS,
                  MOVE 0 TO CLN-HASH-1,
                  MOVE 0 TO CLN-HASH-2,
                  PERFORM VARYING CLN-IDX FROM CLN-START-IDX BY 1
                          UNTIL CLN-IDX > CLN-END-IDX
                      PERFORM 844-CLONES-TOKEN
                      COMPUTE CLN-HASH-1 = FUNCTION MOD(
                          CLN-HASH-1 * 31 + CLN-TOKEN + 1, 1000000007)
                      COMPUTE CLN-HASH-2 = FUNCTION MOD(
                          CLN-HASH-2 * 37 + CLN-TOKEN + 7, 999999937)
                  END-PERFORM,
                  PERFORM 845-CLONES-REGISTER,
              END-IF,
          END-IF.

       844-CLONES-TOKEN. *> the word at CLN-IDX with its load address
                         *> taken out: an @label inside the block
                         *> becomes its offset from the block start,
                         *> one elsewhere in ROM a single marker; RAM
                         *> addresses and constants stay as they are.
                         *> A value that is also a label but is used
                         *> through M by the next word is RAM.
          MOVE 'N' TO CLN-VIA-M.
          IF CLN-IDX < CLN-END-IDX AND FLOW-KIND(CLN-IDX + 1) = 'C'
              MOVE SOURCE-WORD(CLN-IDX + 1) TO HACK-RECORD,
              IF HACK-RECORD(4:1) = '1' OR HACK-RECORD(13:1) = '1'
                  MOVE 'Y' TO CLN-VIA-M,
              END-IF,
          END-IF.
          MOVE SOURCE-WORD(CLN-IDX) TO HACK-RECORD.
          IF FLOW-KIND(CLN-IDX) = 'A'
              PERFORM 222-COMPUTE-A-VALUE,
              IF LABEL-FLAG(A-VALUE + 1) = 'Y' AND CLN-VIA-M = 'N'
                  IF A-VALUE + 1 >= CLN-START-IDX AND
                     A-VALUE + 1 <= CLN-END-IDX
                      COMPUTE CLN-TOKEN =
                          70000 + A-VALUE + 1 - CLN-START-IDX,
                  ELSE
                      MOVE 69999 TO CLN-TOKEN,
                  END-IF,
              ELSE
                  MOVE A-VALUE TO CLN-TOKEN,
              END-IF,
          ELSE
              MOVE 0 TO CLN-TOKEN,
              PERFORM VARYING CKS-IDX FROM 1 BY 1 UNTIL CKS-IDX > 16
                  COMPUTE CLN-TOKEN = CLN-TOKEN * 2
                  IF HACK-RECORD(CKS-IDX:1) = '1'
                      ADD 1 TO CLN-TOKEN
                  END-IF
              END-PERFORM,
          END-IF.

       845-CLONES-REGISTER. *> find or open the block's group and
                            *> chain this place onto it
          COMPUTE CLN-BUCKET = FUNCTION MOD(CLN-HASH-1, 4001) + 1.
          MOVE 0 TO CLN-GRP-HIT.
          MOVE CLN-BUCKET-HEAD(CLN-BUCKET) TO CLN-GRP-IDX.
          PERFORM UNTIL CLN-GRP-IDX = 0 OR CLN-GRP-HIT > 0
              IF CLN-GRP-LEN(CLN-GRP-IDX) = CLN-LEN AND
                 CLN-GRP-HASH-1(CLN-GRP-IDX) = CLN-HASH-1 AND
                 CLN-GRP-HASH-2(CLN-GRP-IDX) = CLN-HASH-2
                  MOVE CLN-GRP-IDX TO CLN-GRP-HIT
              ELSE
                  MOVE CLN-GRP-NEXT(CLN-GRP-IDX) TO CLN-GRP-IDX
              END-IF
          END-PERFORM.
          IF CLN-OCC-COUNT >= 60000 OR
             (CLN-GRP-HIT = 0 AND CLN-GROUP-COUNT >= 20000)
              IF CLN-FULL-NOTED = 'N'
                  MOVE 'Y' TO CLN-FULL-NOTED,
                  DISPLAY "WARNING: clone tables full - blocks from "
                      FUNCTION TRIM(FILE-NAME) " on are not compared.",
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
          ELSE
              IF CLN-GRP-HIT = 0
                  ADD 1 TO CLN-GROUP-COUNT,
                  MOVE CLN-GROUP-COUNT TO CLN-GRP-HIT,
                  MOVE CLN-LEN TO CLN-GRP-LEN(CLN-GRP-HIT),
                  MOVE CLN-HASH-1 TO CLN-GRP-HASH-1(CLN-GRP-HIT),
                  MOVE CLN-HASH-2 TO CLN-GRP-HASH-2(CLN-GRP-HIT),
                  MOVE CLN-BUCKET-HEAD(CLN-BUCKET)
                      TO CLN-GRP-NEXT(CLN-GRP-HIT),
                  MOVE CLN-GRP-HIT TO CLN-BUCKET-HEAD(CLN-BUCKET),
                  MOVE 0 TO CLN-GRP-FIRST(CLN-GRP-HIT),
                  MOVE 0 TO CLN-GRP-LAST(CLN-GRP-HIT),
                  MOVE 0 TO CLN-GRP-OCCS(CLN-GRP-HIT),
                  MOVE 0 TO CLN-GRP-IMAGES(CLN-GRP-HIT),
                  MOVE 0 TO CLN-GRP-LAST-IMAGE(CLN-GRP-HIT),
              END-IF,
              ADD 1 TO CLN-OCC-COUNT,
              MOVE CLN-IMG-IDX TO CLN-OCC-IMAGE(CLN-OCC-COUNT),
              COMPUTE CLN-OCC-ADDR(CLN-OCC-COUNT) = CLN-START-IDX - 1,
              MOVE 0 TO CLN-OCC-NEXT(CLN-OCC-COUNT),
              IF CLN-GRP-FIRST(CLN-GRP-HIT) = 0
                  MOVE CLN-OCC-COUNT TO CLN-GRP-FIRST(CLN-GRP-HIT),
              ELSE
                  MOVE CLN-OCC-COUNT
                      TO CLN-OCC-NEXT(CLN-GRP-LAST(CLN-GRP-HIT)),
              END-IF,
              MOVE CLN-OCC-COUNT TO CLN-GRP-LAST(CLN-GRP-HIT),
              ADD 1 TO CLN-GRP-OCCS(CLN-GRP-HIT),
              IF CLN-GRP-LAST-IMAGE(CLN-GRP-HIT) NOT = CLN-IMG-IDX
                  ADD 1 TO CLN-GRP-IMAGES(CLN-GRP-HIT),
                  MOVE CLN-IMG-IDX TO CLN-GRP-LAST-IMAGE(CLN-GRP-HIT),
              END-IF,
          END-IF.

       846-CLONES-SORT. *> groups found in two or more images,
                        *> longest first, then most places
          MOVE 0 TO CLN-SHARED-COUNT.
          PERFORM VARYING CLN-GRP-IDX FROM 1 BY 1
                  UNTIL CLN-GRP-IDX > CLN-GROUP-COUNT
              IF CLN-GRP-IMAGES(CLN-GRP-IDX) >= 2
                  PERFORM 847-CLONES-INSERT
              END-IF
          END-PERFORM.

       847-CLONES-INSERT. *> insertion sort of CLN-GRP-IDX into the
                          *> shared list
          ADD 1 TO CLN-SHARED-COUNT.
          MOVE CLN-SHARED-COUNT TO CLN-SORT-POS.
          MOVE 'N' TO CLN-SLOT-FOUND.
          PERFORM UNTIL CLN-SORT-POS = 1 OR CLN-SLOT-FOUND = 'Y'
              MOVE CLN-SHARED(CLN-SORT-POS - 1) TO CLN-SORT-HOLD
              IF CLN-GRP-LEN(CLN-SORT-HOLD) <
                 CLN-GRP-LEN(CLN-GRP-IDX) OR
                 (CLN-GRP-LEN(CLN-SORT-HOLD) =
                  CLN-GRP-LEN(CLN-GRP-IDX) AND
                  CLN-GRP-OCCS(CLN-SORT-HOLD) <
                  CLN-GRP-OCCS(CLN-GRP-IDX))
                  MOVE CLN-SORT-HOLD TO CLN-SHARED(CLN-SORT-POS)
                  SUBTRACT 1 FROM CLN-SORT-POS
              ELSE
                  MOVE 'Y' TO CLN-SLOT-FOUND
              END-IF
          END-PERFORM.
          MOVE CLN-GRP-IDX TO CLN-SHARED(CLN-SORT-POS).

       848-CLONES-REPORT. *> the .cln report beside the catalog
          MOVE CLONE-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          OPEN OUTPUT CLN-FILE.
          IF CLN-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to create clone report: "
                  FUNCTION TRIM(CLONE-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE SPACES TO CLN-RECORD,
              STRING "Shared code across the images in "
                         DELIMITED BY SIZE,
                     FUNCTION TRIM(CATALOG-NAME) DELIMITED BY SIZE
                     INTO CLN-RECORD,
              END-STRING,
              WRITE CLN-RECORD,
              MOVE CLN-IMAGE-COUNT TO CLN-IMGS-EDIT,
              MOVE CLN-SKIPPED TO CLN-OCCS-EDIT,
              MOVE CLONE-MIN-WORDS TO CLN-LEN-EDIT,
              MOVE CLN-BLOCKS TO CLN-COUNT-EDIT,
              MOVE SPACES TO CLN-RECORD,
              STRING "Images: " DELIMITED BY SIZE,
                     FUNCTION TRIM(CLN-IMGS-EDIT) DELIMITED BY SIZE,
                     " (" DELIMITED BY SIZE,
                     FUNCTION TRIM(CLN-OCCS-EDIT) DELIMITED BY SIZE,
                     " not readable); code blocks of "
                         DELIMITED BY SIZE,
                     FUNCTION TRIM(CLN-LEN-EDIT) DELIMITED BY SIZE,
                     " or more words: " DELIMITED BY SIZE,
                     FUNCTION TRIM(CLN-COUNT-EDIT) DELIMITED BY SIZE
                     INTO CLN-RECORD,
              END-STRING,
              WRITE CLN-RECORD,
              MOVE SPACES TO CLN-RECORD,
              WRITE CLN-RECORD,
              PERFORM VARYING CLN-SORT-POS FROM 1 BY 1
                      UNTIL CLN-SORT-POS > CLN-SHARED-COUNT
                  PERFORM 849-CLONES-ONE-SEQUENCE
              END-PERFORM,
              MOVE CLN-SHARED-COUNT TO CLN-SEQ-EDIT,
              MOVE SPACES TO CLN-RECORD,
              IF CLN-SHARED-COUNT = 0
                  STRING "No block of " DELIMITED BY SIZE,
                         FUNCTION TRIM(CLN-LEN-EDIT) DELIMITED BY SIZE,
                         " or more words appears in more than one "
                             DELIMITED BY SIZE,
                         "image." DELIMITED BY SIZE
                         INTO CLN-RECORD,
                  END-STRING,
              ELSE
                  STRING FUNCTION TRIM(CLN-SEQ-EDIT) DELIMITED BY SIZE,
                         " shared sequence(s)." DELIMITED BY SIZE
                         INTO CLN-RECORD,
                  END-STRING,
              END-IF,
              WRITE CLN-RECORD,
              CLOSE CLN-FILE,
              DISPLAY "Clone report: " FUNCTION TRIM(CLN-SEQ-EDIT)
                  " shared sequence(s) across "
                  FUNCTION TRIM(CLN-IMGS-EDIT) " image(s) written to "
                  FUNCTION TRIM(CLONE-NAME),
          END-IF.

       849-CLONES-ONE-SEQUENCE. *> a heading, then one line per place
          MOVE CLN-SHARED(CLN-SORT-POS) TO CLN-GRP-IDX.
          MOVE CLN-SORT-POS TO CLN-SEQ-EDIT.
          MOVE CLN-GRP-LEN(CLN-GRP-IDX) TO CLN-LEN-EDIT.
          MOVE CLN-GRP-OCCS(CLN-GRP-IDX) TO CLN-OCCS-EDIT.
          MOVE CLN-GRP-IMAGES(CLN-GRP-IDX) TO CLN-IMGS-EDIT.
          MOVE SPACES TO CLN-RECORD.
          STRING "Sequence " DELIMITED BY SIZE,
                 FUNCTION TRIM(CLN-SEQ-EDIT) DELIMITED BY SIZE,
                 ": " DELIMITED BY SIZE,
                 FUNCTION TRIM(CLN-LEN-EDIT) DELIMITED BY SIZE,
                 " words, " DELIMITED BY SIZE,
                 FUNCTION TRIM(CLN-OCCS-EDIT) DELIMITED BY SIZE,
                 " place(s) in " DELIMITED BY SIZE,
                 FUNCTION TRIM(CLN-IMGS-EDIT) DELIMITED BY SIZE,
                 " image(s)" DELIMITED BY SIZE
                 INTO CLN-RECORD,
          END-STRING.
          WRITE CLN-RECORD.
          MOVE "     ROM  Image" TO CLN-RECORD.
          WRITE CLN-RECORD.
          MOVE CLN-GRP-FIRST(CLN-GRP-IDX) TO CLN-OCC-IDX.
          PERFORM UNTIL CLN-OCC-IDX = 0
              MOVE SPACES TO CLN-LINE
              MOVE CLN-OCC-ADDR(CLN-OCC-IDX) TO CLN-ADDR-EDIT
              MOVE CLN-ADDR-EDIT TO CLN-LINE(3:6)
              MOVE CLN-IMAGE-NAME(CLN-OCC-IMAGE(CLN-OCC-IDX))
                  TO CLN-LINE(11:122)
              MOVE CLN-LINE TO CLN-RECORD
              WRITE CLN-RECORD
              MOVE CLN-OCC-NEXT(CLN-OCC-IDX) TO CLN-OCC-IDX
          END-PERFORM.
          MOVE SPACES TO CLN-RECORD.
          WRITE CLN-RECORD.

       850-PATCH-RUN. *> word-level patch: every deck record is
                       *> edited and its old word checked against
                       *> the image on disk before any word changes -
                       *> one bad record refuses the whole deck
          MOVE PATCH-TARGET TO FILE-NAME.
          PERFORM 115-DERIVE-ASM-NAME.
          IF PATCH-OPT NOT = SPACES
              MOVE PATCH-OPT TO PAT-NAME,
          END-IF.
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(BASE-NAME),
                 ".dif") TO DIF-NAME.
          MOVE 0 TO PAT-LINE-NUM.
          MOVE 0 TO PAT-COUNT.
          MOVE 0 TO PAT-BAD-LINES.
          MOVE 0 TO PAT-MISMATCHES.
          PERFORM 180-PRESCAN-LABELS.
          IF SOURCE-LOADED = 'N'
              DISPLAY "ERROR: file not found: "
                  FUNCTION TRIM(FILE-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              OPEN INPUT PAT-FILE,
              IF PAT-FILE-STATUS NOT = "00"
                  DISPLAY "ERROR: unable to open patch deck: "
                      FUNCTION TRIM(PAT-NAME),
                  MOVE 12 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              ELSE
                  MOVE 'N' TO PAT-EOF,
                  PERFORM UNTIL PAT-EOF = 'Y'
                      READ PAT-FILE
                          AT END
                             MOVE 'Y' TO PAT-EOF,
                          NOT AT END
                             PERFORM 852-PATCH-ONE-LINE,
                      END-READ
                  END-PERFORM,
                  CLOSE PAT-FILE,
                  PERFORM 855-PATCH-VERIFY,
                  PERFORM 342-AUDIT-STAMP,
                  IF PAT-BAD-LINES > 0 OR PAT-MISMATCHES > 0
                      PERFORM 856-PATCH-REFUSE,
                  ELSE
                      IF PAT-COUNT = 0
                          DISPLAY "WARNING: patch deck "
                              FUNCTION TRIM(PAT-NAME)
                              " holds no patch records - "
                              FUNCTION TRIM(FILE-NAME)
                              " not changed.",
                          MOVE 4 TO SEV-NEW,
                          PERFORM 520-RAISE-SEVERITY,
                      ELSE
                          PERFORM 857-PATCH-APPLY,
                      END-IF,
                  END-IF,
              END-IF,
          END-IF.

       851-PATCH-CHECKSUM. *> the same fold the disassembly pass
                            *> leaves in the catalog, over the words
                            *> now held in SOURCE-WORD
          MOVE 0 TO RUN-CHECKSUM.
          PERFORM VARYING PAT-IDX FROM 1 BY 1
                  UNTIL PAT-IDX > SOURCE-COUNT
              MOVE SOURCE-WORD(PAT-IDX) TO HACK-RECORD
              PERFORM 205-VALIDATE-RECORD
              IF VALID-FLAG = 'Y'
                  PERFORM 213-CHECKSUM-WORD
              END-IF
          END-PERFORM.

       852-PATCH-ONE-LINE. *> 'addr old new'; blank lines and '*'
                            *> comment lines are skipped
          ADD 1 TO PAT-LINE-NUM.
          IF PAT-RECORD = SPACES OR PAT-RECORD(1:1) = '*'
              CONTINUE,
          ELSE
              MOVE SPACES TO PAT-TOKEN-1,
              MOVE SPACES TO PAT-TOKEN-2,
              MOVE SPACES TO PAT-TOKEN-3,
              MOVE SPACES TO PAT-EXTRA,
              MOVE SPACES TO PAT-REASON,
              UNSTRING FUNCTION TRIM(PAT-RECORD) DELIMITED BY ALL ' '
                  INTO PAT-TOKEN-1, PAT-TOKEN-2, PAT-TOKEN-3,
                       PAT-EXTRA,
              END-UNSTRING,
              IF PAT-TOKEN-3 = SPACES
                  MOVE "need an address, the old word, and the new word"
                      TO PAT-REASON,
              ELSE
                  IF PAT-EXTRA NOT = SPACES
                      MOVE "unexpected text after the new word"
                          TO PAT-REASON,
                  END-IF,
              END-IF,
              IF PAT-REASON = SPACES
                  PERFORM 853-PATCH-EDIT,
              END-IF,
              IF PAT-REASON = SPACES
                  ADD 1 TO PAT-COUNT,
                  MOVE PAT-ADDR TO PAT-E-ADDR(PAT-COUNT),
                  MOVE PAT-OLD-BITS TO PAT-E-OLD(PAT-COUNT),
                  MOVE PAT-NEW-BITS TO PAT-E-NEW(PAT-COUNT),
                  MOVE PAT-LINE-NUM TO PAT-E-LINE(PAT-COUNT),
              ELSE
                  ADD 1 TO PAT-BAD-LINES,
                  MOVE PAT-LINE-NUM TO PAT-LINE-EDIT,
                  DISPLAY "ERROR: patch deck line "
                      FUNCTION TRIM(PAT-LINE-EDIT) " in error - "
                      FUNCTION TRIM(PAT-REASON) ": "
                      FUNCTION TRIM(PAT-RECORD),
              END-IF,
          END-IF.

       853-PATCH-EDIT. *> address inside the image and not patched
                        *> twice; both words must encode
          MOVE FUNCTION LENGTH(FUNCTION TRIM(PAT-TOKEN-1, TRAILING))
              TO PAT-LEN.
          IF PAT-LEN > 5
              MOVE "address is beyond the end of the image"
                  TO PAT-REASON,
          ELSE
              IF PAT-TOKEN-1(1:PAT-LEN) IS NOT NUMERIC
                  MOVE "address is not a number" TO PAT-REASON,
              ELSE
                  COMPUTE PAT-ADDR = FUNCTION NUMVAL(PAT-TOKEN-1),
                  IF PAT-ADDR >= SOURCE-COUNT
                      MOVE "address is beyond the end of the image"
                          TO PAT-REASON,
                  END-IF,
              END-IF,
          END-IF.
          IF PAT-REASON = SPACES
              PERFORM VARYING PAT-IDX FROM 1 BY 1
                      UNTIL PAT-IDX > PAT-COUNT
                  IF PAT-E-ADDR(PAT-IDX) = PAT-ADDR
                      MOVE PAT-E-LINE(PAT-IDX) TO PAT-LINE-EDIT
                      STRING "address already patched on line "
                                 DELIMITED BY SIZE,
                             FUNCTION TRIM(PAT-LINE-EDIT)
                                 DELIMITED BY SIZE
                             INTO PAT-REASON
                      END-STRING
                  END-IF
              END-PERFORM,
          END-IF.
          IF PAT-REASON = SPACES
              MOVE PAT-TOKEN-2 TO PAT-ENCODE-TEXT,
              PERFORM 854-PATCH-ENCODE,
              IF PAT-ENCODE-ERRORS > 0
                  MOVE "old word is not binary or an instruction"
                      TO PAT-REASON,
              ELSE
                  MOVE PAT-ENCODE-TEXT(1:16) TO PAT-OLD-BITS,
              END-IF,
          END-IF.
          IF PAT-REASON = SPACES
              MOVE PAT-TOKEN-3 TO PAT-ENCODE-TEXT,
              PERFORM 854-PATCH-ENCODE,
              IF PAT-ENCODE-ERRORS > 0
                  MOVE "new word is not binary or an instruction"
                      TO PAT-REASON,
              ELSE
                  MOVE PAT-ENCODE-TEXT(1:16) TO PAT-NEW-BITS,
              END-IF,
          END-IF.
          IF PAT-REASON = SPACES AND PAT-COUNT >= 500
              MOVE "more than 500 patch records in one deck"
                  TO PAT-REASON,
          END-IF.

       854-PATCH-ENCODE. *> PAT-ENCODE-TEXT -> 16 binary digits in
                          *> place; ASSEMBLER resolves the image's
                          *> own .sym names and @Lnnn labels
          MOVE 0 TO PAT-ENCODE-ERRORS.
          MOVE 'E' TO ASM-RUN-FUNCTION.
          CALL 'ASSEMBLER' USING PAT-ENCODE-TEXT, FILE-NAME,
              PAT-ENCODE-ERRORS, INPUT-MODE, ASM-RUN-FUNCTION,
              ASSEMBLE-RESULTS,
          END-CALL.

       855-PATCH-VERIFY. *> every old word must match the image as
                          *> it stands on disk
          PERFORM VARYING PAT-IDX FROM 1 BY 1
                  UNTIL PAT-IDX > PAT-COUNT
              COMPUTE PAT-WORD-IDX = PAT-E-ADDR(PAT-IDX) + 1
              IF SOURCE-WORD(PAT-WORD-IDX) NOT = PAT-E-OLD(PAT-IDX)
                  ADD 1 TO PAT-MISMATCHES
                  MOVE PAT-E-ADDR(PAT-IDX) TO PAT-ADDR-EDIT
                  MOVE PAT-E-LINE(PAT-IDX) TO PAT-LINE-EDIT
                  DISPLAY "ERROR: ROM[" FUNCTION TRIM(PAT-ADDR-EDIT)
                      "] holds " SOURCE-WORD(PAT-WORD-IDX)(1:16)
                      " but patch deck line "
                      FUNCTION TRIM(PAT-LINE-EDIT) " expects "
                      PAT-E-OLD(PAT-IDX)
              END-IF
          END-PERFORM.

       856-PATCH-REFUSE. *> nothing is written; the refusal itself
                         *> goes to the audit trail
          MOVE PAT-BAD-LINES TO PAT-COUNT-EDIT.
          MOVE PAT-MISMATCHES TO PAT-MISS-EDIT.
          DISPLAY "ERROR: patch deck " FUNCTION TRIM(PAT-NAME)
              " refused - " FUNCTION TRIM(PAT-COUNT-EDIT)
              " record(s) in error, " FUNCTION TRIM(PAT-MISS-EDIT)
              " old word(s) not matched; "
              FUNCTION TRIM(FILE-NAME) " not changed.".
          MOVE 8 TO SEV-NEW.
          PERFORM 520-RAISE-SEVERITY.
          MOVE 'PATCHREJ' TO AUD-OUTCOME.
          MOVE SPACES TO AUD-TAIL.
          STRING FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                 " <- " DELIMITED BY SIZE,
                 FUNCTION TRIM(PAT-NAME) DELIMITED BY SIZE,
                 ": refused, " DELIMITED BY SIZE,
                 FUNCTION TRIM(PAT-COUNT-EDIT) DELIMITED BY SIZE,
                 " in error, " DELIMITED BY SIZE,
                 FUNCTION TRIM(PAT-MISS-EDIT) DELIMITED BY SIZE,
                 " not matched" DELIMITED BY SIZE
                 INTO AUD-TAIL,
          END-STRING.
          PERFORM 344-AUDIT-WRITE.

       857-PATCH-APPLY. *> the image is source the analyst cannot
                         *> re-derive, so its prior copy is kept
                         *> even when RETAIN asks for none
          PERFORM 851-PATCH-CHECKSUM.
          MOVE RUN-CHECKSUM TO PAT-OLD-CHECKSUM.
          PERFORM VARYING PAT-IDX FROM 1 BY 1
                  UNTIL PAT-IDX > PAT-COUNT
              COMPUTE PAT-WORD-IDX = PAT-E-ADDR(PAT-IDX) + 1
              MOVE PAT-E-NEW(PAT-IDX) TO SOURCE-WORD(PAT-WORD-IDX)
          END-PERFORM.
          PERFORM 851-PATCH-CHECKSUM.
          MOVE RUN-CHECKSUM TO PAT-NEW-CHECKSUM.
          MOVE RETAIN-GENS TO PAT-SAVED-GENS.
          IF RETAIN-GENS = 0
              MOVE 1 TO RETAIN-GENS,
          END-IF.
          MOVE FILE-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          MOVE PAT-SAVED-GENS TO RETAIN-GENS.
          IF INPUT-MODE = 'B'
              OPEN OUTPUT ROM-FILE,
              MOVE ROM-FILE-STATUS TO HACK-FILE-STATUS,
          ELSE
              OPEN OUTPUT HACK-FILE,
          END-IF.
          IF HACK-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to rewrite "
                  FUNCTION TRIM(FILE-NAME) " - the prior image is "
                  "kept as " FUNCTION TRIM(FILE-NAME) ".1",
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              PERFORM VARYING PAT-WORD-IDX FROM 1 BY 1
                      UNTIL PAT-WORD-IDX > SOURCE-COUNT
                  PERFORM 858-PATCH-WRITE-WORD
              END-PERFORM,
              PERFORM 179-CLOSE-SOURCE,
              MOVE PAT-COUNT TO PAT-COUNT-EDIT,
              MOVE PAT-OLD-CHECKSUM TO PAT-OLD-CKS-EDIT,
              MOVE PAT-NEW-CHECKSUM TO PAT-NEW-CKS-EDIT,
              DISPLAY "Patched " FUNCTION TRIM(PAT-COUNT-EDIT)
                  " word(s) in " FUNCTION TRIM(FILE-NAME)
                  ", checksum " FUNCTION TRIM(PAT-OLD-CKS-EDIT)
                  " -> " FUNCTION TRIM(PAT-NEW-CKS-EDIT)
                  "; prior image kept as "
                  FUNCTION TRIM(FILE-NAME) ".1",
              PERFORM 859-PATCH-LISTING,
              MOVE 'PATCHED' TO AUD-OUTCOME,
              MOVE SPACES TO AUD-TAIL,
              STRING FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                     " <- " DELIMITED BY SIZE,
                     FUNCTION TRIM(PAT-NAME) DELIMITED BY SIZE,
                     ": " DELIMITED BY SIZE,
                     FUNCTION TRIM(PAT-COUNT-EDIT) DELIMITED BY SIZE,
                     " word(s), checksum " DELIMITED BY SIZE,
                     FUNCTION TRIM(PAT-OLD-CKS-EDIT)
                         DELIMITED BY SIZE,
                     " -> " DELIMITED BY SIZE,
                     FUNCTION TRIM(PAT-NEW-CKS-EDIT)
                         DELIMITED BY SIZE
                     INTO AUD-TAIL,
              END-STRING,
              PERFORM 344-AUDIT-WRITE,
              PERFORM 860-PATCH-CATALOG,
          END-IF.

       858-PATCH-WRITE-WORD. *> one SOURCE-WORD back out in the
                              *> image's own format
          IF INPUT-MODE = 'B'
              MOVE 0 TO PAT-WORD-VAL,
              PERFORM VARYING PAT-BIT-IDX FROM 1 BY 1
                      UNTIL PAT-BIT-IDX > 16
                  COMPUTE PAT-WORD-VAL = PAT-WORD-VAL * 2
                  IF SOURCE-WORD(PAT-WORD-IDX)(PAT-BIT-IDX:1) = '1'
                      ADD 1 TO PAT-WORD-VAL
                  END-IF
              END-PERFORM,
              DIVIDE PAT-WORD-VAL BY 256 GIVING PAT-HIGH-BYTE
                  REMAINDER PAT-LOW-BYTE,
              MOVE FUNCTION CHAR(PAT-HIGH-BYTE + 1)
                  TO ROM-RECORD(1:1),
              MOVE FUNCTION CHAR(PAT-LOW-BYTE + 1)
                  TO ROM-RECORD(2:1),
              WRITE ROM-RECORD,
          ELSE
              MOVE SOURCE-WORD(PAT-WORD-IDX) TO HACK-RECORD,
              WRITE HACK-RECORD,
          END-IF.

       859-PATCH-LISTING. *> before/after of the patched addresses
                           *> only, in the compare mode's .dif layout
          MOVE FUNCTION CONCATENATE(FUNCTION TRIM(FILE-NAME), ".1")
              TO COMPARE-OLD-NAME.
          MOVE FILE-NAME TO COMPARE-NEW-NAME.
          MOVE DIF-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          PERFORM 440-OPEN-DIF-REPORT.
          PERFORM VARYING PAT-IDX FROM 1 BY 1
                  UNTIL PAT-IDX > PAT-COUNT
              MOVE PAT-E-OLD(PAT-IDX) TO HACK-RECORD
              PERFORM 420-DECODE-MNEMONIC
              MOVE CMP-MNEMONIC TO PAT-OLD-MNEM
              MOVE PAT-E-NEW(PAT-IDX) TO HACK-RECORD
              PERFORM 420-DECODE-MNEMONIC
              MOVE PAT-E-ADDR(PAT-IDX) TO CMP-ADDR-EDIT
              MOVE SPACES TO DIF-RECORD
              MOVE CMP-ADDR-EDIT TO DIF-RECORD(1:6)
              MOVE PAT-OLD-MNEM TO DIF-RECORD(9:24)
              MOVE CMP-MNEMONIC TO DIF-RECORD(35:24)
              PERFORM 449-WRITE-DIF
          END-PERFORM.
          MOVE PAT-COUNT TO CHANGED-COUNT.
          MOVE 0 TO ADDED-COUNT.
          MOVE 0 TO REMOVED-COUNT.
          PERFORM 450-COMPARE-SUMMARY.

       860-PATCH-CATALOG. *> the catalog carries the checksum before
                           *> and after, so the next integrity audit
                           *> sees the patched image as recorded
          OPEN I-O CATALOG-FILE.
          IF CATALOG-FILE-STATUS = "35" *> first ever run - create it
              OPEN OUTPUT CATALOG-FILE,
              IF CATALOG-FILE-STATUS = "00"
                  CLOSE CATALOG-FILE,
                  OPEN I-O CATALOG-FILE,
              END-IF,
          END-IF.
          IF CATALOG-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: unable to update catalog "
                  FUNCTION TRIM(CATALOG-NAME) " (status "
                  CATALOG-FILE-STATUS ")",
          ELSE
              MOVE FILE-NAME TO CAT-KEY,
              READ CATALOG-FILE
                  INVALID KEY
                     MOVE SPACES TO CATALOG-RECORD,
                     MOVE FILE-NAME TO CAT-KEY,
                     MOVE 0 TO CAT-ASM-CHECKSUM,
                     MOVE 0 TO CAT-A-COUNT,
                     MOVE 0 TO CAT-C-COUNT,
                     MOVE 0 TO CAT-U-COUNT,
                     MOVE 0 TO CAT-B-COUNT,
              END-READ,
              MOVE PAT-OLD-CHECKSUM TO CAT-PRIOR-CHECKSUM,
              MOVE PAT-NEW-CHECKSUM TO CAT-CHECKSUM,
              MOVE SOURCE-COUNT TO CAT-WORD-COUNT,
              MOVE AUD-OUTCOME TO CAT-OUTCOME,
              MOVE AUD-STAMP TO CAT-STAMP,
              REWRITE CATALOG-RECORD
                  INVALID KEY
                     WRITE CATALOG-RECORD
                         INVALID KEY
                            DISPLAY "WARNING: unable to write "
                                "catalog record for "
                                FUNCTION TRIM(FILE-NAME),
                     END-WRITE,
              END-REWRITE,
              CLOSE CATALOG-FILE,
          END-IF.

       870-STATS-RUN. *> period-end summary of the audit trail: runs
                       *> per day, outcomes, instruction totals, the
                       *> images failing most often, and cataloged
                       *> images with no run in the period
          MOVE 0 TO STS-RECORDS.
          MOVE 0 TO STS-RUNS.
          MOVE 0 TO STS-OTHER.
          MOVE 0 TO STS-CLEAN.
          MOVE 0 TO STS-WARNINGS.
          MOVE 0 TO STS-VFYFAIL.
          MOVE 0 TO STS-THRESHLD.
          MOVE 0 TO STS-OPENFAIL.
          MOVE 0 TO STS-A-TOTAL.
          MOVE 0 TO STS-C-TOTAL.
          MOVE 0 TO STS-U-TOTAL.
          MOVE 0 TO STS-B-TOTAL.
          MOVE 0 TO STS-DROPPED.
          MOVE 0 TO STS-DAY-COUNT.
          MOVE 0 TO STS-IMG-COUNT.
          OPEN INPUT AUDIT-FILE.
          IF AUDIT-FILE-STATUS NOT = "00" AND
             AUDIT-FILE-STATUS NOT = "05" *> '05': no trail yet
              DISPLAY "ERROR: audit trail not readable: "
                  FUNCTION TRIM(AUDIT-NAME) " (status "
                  AUDIT-FILE-STATUS ")",
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'N' TO AUD-EOF,
              PERFORM UNTIL AUD-EOF = 'Y'
                  READ AUDIT-FILE
                      AT END
                         MOVE 'Y' TO AUD-EOF,
                      NOT AT END
                         PERFORM 872-STATS-ONE-RECORD,
                  END-READ
              END-PERFORM,
              CLOSE AUDIT-FILE,
              IF STS-DROPPED > 0
                  MOVE STS-DROPPED TO STS-COUNT-EDIT,
                  DISPLAY "WARNING: only 1000 days and 1000 images "
                      "are itemized - " FUNCTION TRIM(STS-COUNT-EDIT)
                      " record(s) counted in the totals only.",
                  MOVE 4 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
              END-IF,
              PERFORM 875-STATS-SORT,
              PERFORM 877-STATS-REPORT,
          END-IF.

       871-STATS-CHECK-DATE. *> is STS-DATE-TEXT a YYYY-MM-DD date?
          MOVE 'N' TO STS-DATE-OK.
          IF STS-DATE-TEXT(11:30) = SPACES AND
             STS-DATE-TEXT(1:4) IS NUMERIC AND
             STS-DATE-TEXT(5:1) = '-' AND
             STS-DATE-TEXT(6:2) IS NUMERIC AND
             STS-DATE-TEXT(8:1) = '-' AND
             STS-DATE-TEXT(9:2) IS NUMERIC
              IF STS-DATE-TEXT(6:2) >= '01' AND
                 STS-DATE-TEXT(6:2) <= '12' AND
                 STS-DATE-TEXT(9:2) >= '01' AND
                 STS-DATE-TEXT(9:2) <= '31'
                  MOVE 'Y' TO STS-DATE-OK,
              END-IF,
          END-IF.

       872-STATS-ONE-RECORD. *> one audit record; AUD-STAMP leads
                              *> with the date, so the range test is
                              *> a plain compare
          IF AUDIT-RECORD(1:4) IS NOT NUMERIC OR
             AUDIT-RECORD(1:10) < STS-FROM OR
             AUDIT-RECORD(1:10) > STS-TO
              CONTINUE,
          ELSE
              ADD 1 TO STS-RECORDS,
              MOVE AUDIT-RECORD(59:8) TO AUD-OUTCOME,
              MOVE 'Y' TO STS-IS-RUN,
              MOVE 'N' TO STS-IS-FAIL,
              IF AUD-OUTCOME = 'CLEAN'
                  ADD 1 TO STS-CLEAN,
              ELSE
              IF AUD-OUTCOME = 'WARNINGS'
                  ADD 1 TO STS-WARNINGS,
              ELSE
              IF AUD-OUTCOME = 'VFYFAIL'
                  ADD 1 TO STS-VFYFAIL,
                  MOVE 'Y' TO STS-IS-FAIL,
              ELSE
              IF AUD-OUTCOME = 'THRESHLD'
                  ADD 1 TO STS-THRESHLD,
                  MOVE 'Y' TO STS-IS-FAIL,
              ELSE
              IF AUD-OUTCOME = 'OPENFAIL'
                  ADD 1 TO STS-OPENFAIL,
                  MOVE 'Y' TO STS-IS-FAIL,
              ELSE
                  ADD 1 TO STS-OTHER, *> PATCHED, PATCHREJ, SYMADD,
                                      *> EXPORTED, EXPFAIL, ARCHIVED...
                  MOVE 'N' TO STS-IS-RUN,
              END-IF,
              END-IF,
              END-IF,
              END-IF,
              END-IF,
              PERFORM 873-STATS-DAY,
              IF STS-IS-RUN = 'Y'
                  ADD 1 TO STS-RUNS,
                  IF AUDIT-RECORD(24:6) IS NUMERIC
                      COMPUTE STS-A-TOTAL = STS-A-TOTAL +
                          FUNCTION NUMVAL(AUDIT-RECORD(24:6)),
                  END-IF,
                  IF AUDIT-RECORD(33:6) IS NUMERIC
                      COMPUTE STS-C-TOTAL = STS-C-TOTAL +
                          FUNCTION NUMVAL(AUDIT-RECORD(33:6)),
                  END-IF,
                  IF AUDIT-RECORD(42:6) IS NUMERIC
                      COMPUTE STS-U-TOTAL = STS-U-TOTAL +
                          FUNCTION NUMVAL(AUDIT-RECORD(42:6)),
                  END-IF,
                  IF AUDIT-RECORD(51:6) IS NUMERIC
                      COMPUTE STS-B-TOTAL = STS-B-TOTAL +
                          FUNCTION NUMVAL(AUDIT-RECORD(51:6)),
                  END-IF,
                  PERFORM 874-STATS-IMAGE,
              END-IF,
          END-IF.

       873-STATS-DAY. *> count the record against its day
          MOVE 0 TO STS-DAY-HIT.
          PERFORM VARYING STS-DAY-IDX FROM 1 BY 1
                  UNTIL STS-DAY-IDX > STS-DAY-COUNT OR STS-DAY-HIT > 0
              IF STS-DAY-DATE(STS-DAY-IDX) = AUDIT-RECORD(1:10)
                  MOVE STS-DAY-IDX TO STS-DAY-HIT
              END-IF
          END-PERFORM.
          IF STS-DAY-HIT = 0 AND STS-DAY-COUNT < 1000
              ADD 1 TO STS-DAY-COUNT,
              MOVE STS-DAY-COUNT TO STS-DAY-HIT,
              MOVE AUDIT-RECORD(1:10) TO STS-DAY-DATE(STS-DAY-HIT),
              MOVE 0 TO STS-DAY-RUNS(STS-DAY-HIT),
              MOVE 0 TO STS-DAY-FAILS(STS-DAY-HIT),
              MOVE 0 TO STS-DAY-OTHER(STS-DAY-HIT),
          END-IF.
          IF STS-DAY-HIT = 0
              ADD 1 TO STS-DROPPED,
          ELSE
              IF STS-IS-RUN = 'Y'
                  ADD 1 TO STS-DAY-RUNS(STS-DAY-HIT),
                  IF STS-IS-FAIL = 'Y'
                      ADD 1 TO STS-DAY-FAILS(STS-DAY-HIT),
                  END-IF,
              ELSE
                  ADD 1 TO STS-DAY-OTHER(STS-DAY-HIT),
              END-IF,
          END-IF.

       874-STATS-IMAGE. *> count the run against the input it read,
                         *> named the way 510 finds it
          MOVE AUDIT-RECORD(68:405) TO AUD-TAIL.
          MOVE SPACES TO AUD-IN-NAME.
          MOVE SPACES TO AUD-OUT-NAME.
          UNSTRING AUD-TAIL DELIMITED BY " -> "
              INTO AUD-IN-NAME, AUD-OUT-NAME,
          END-UNSTRING.
          MOVE 0 TO STS-IMG-HIT.
          PERFORM VARYING STS-IMG-IDX FROM 1 BY 1
                  UNTIL STS-IMG-IDX > STS-IMG-COUNT OR STS-IMG-HIT > 0
              IF STS-IMG-NAME(STS-IMG-IDX) = AUD-IN-NAME
                  MOVE STS-IMG-IDX TO STS-IMG-HIT
              END-IF
          END-PERFORM.
          IF STS-IMG-HIT = 0 AND STS-IMG-COUNT < 1000
              ADD 1 TO STS-IMG-COUNT,
              MOVE STS-IMG-COUNT TO STS-IMG-HIT,
              MOVE AUD-IN-NAME TO STS-IMG-NAME(STS-IMG-HIT),
              MOVE 0 TO STS-IMG-RUNS(STS-IMG-HIT),
              MOVE 0 TO STS-IMG-FAILS(STS-IMG-HIT),
          END-IF.
          IF STS-IMG-HIT = 0
              ADD 1 TO STS-DROPPED,
          ELSE
              ADD 1 TO STS-IMG-RUNS(STS-IMG-HIT),
              IF STS-IS-FAIL = 'Y'
                  ADD 1 TO STS-IMG-FAILS(STS-IMG-HIT),
              END-IF,
          END-IF.

       875-STATS-SORT. *> images with a failed run, most failures
                        *> first; ties keep trail order
          MOVE 0 TO STS-RANK-COUNT.
          PERFORM VARYING STS-IMG-IDX FROM 1 BY 1
                  UNTIL STS-IMG-IDX > STS-IMG-COUNT
              IF STS-IMG-FAILS(STS-IMG-IDX) > 0
                  PERFORM 876-STATS-INSERT
              END-IF
          END-PERFORM.

       876-STATS-INSERT. *> insertion sort of STS-IMG-IDX into the
                          *> failing list
          ADD 1 TO STS-RANK-COUNT.
          MOVE STS-RANK-COUNT TO STS-SORT-POS.
          MOVE 'N' TO STS-SLOT-FOUND.
          PERFORM UNTIL STS-SORT-POS = 1 OR STS-SLOT-FOUND = 'Y'
              MOVE STS-RANK(STS-SORT-POS - 1) TO STS-SORT-HOLD
              IF STS-IMG-FAILS(STS-SORT-HOLD) <
                 STS-IMG-FAILS(STS-IMG-IDX)
                  MOVE STS-SORT-HOLD TO STS-RANK(STS-SORT-POS)
                  SUBTRACT 1 FROM STS-SORT-POS
              ELSE
                  MOVE 'Y' TO STS-SLOT-FOUND
              END-IF
          END-PERFORM.
          MOVE STS-IMG-IDX TO STS-RANK(STS-SORT-POS).

       877-STATS-REPORT. *> the .sts report beside the audit trail,
                         *> shown on the console as it is written
          MOVE STATS-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          MOVE 'N' TO STS-OPENED.
          OPEN OUTPUT STS-FILE.
          IF STS-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to create statistics report: "
                  FUNCTION TRIM(STATS-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'Y' TO STS-OPENED,
          END-IF.
          MOVE SPACES TO STS-LINE.
          STRING "Audit trail statistics from " DELIMITED BY SIZE,
                 FUNCTION TRIM(AUDIT-NAME) DELIMITED BY SIZE
                 INTO STS-LINE,
          END-STRING.
          PERFORM 879-STATS-EMIT-LINE.
          IF STS-FROM = "0000-01-01"
              MOVE "the first record" TO STS-FROM-TEXT,
          ELSE
              MOVE STS-FROM TO STS-FROM-TEXT,
          END-IF.
          IF STS-TO = "9999-12-31"
              MOVE "the last record" TO STS-TO-TEXT,
          ELSE
              MOVE STS-TO TO STS-TO-TEXT,
          END-IF.
          MOVE SPACES TO STS-LINE.
          STRING "Period: " DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-FROM-TEXT) DELIMITED BY SIZE,
                 " to " DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-TO-TEXT) DELIMITED BY SIZE
                 INTO STS-LINE,
          END-STRING.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE STS-RECORDS TO STS-COUNT-EDIT.
          MOVE STS-RUNS TO STS-COUNT-EDIT2.
          MOVE STS-OTHER TO STS-COUNT-EDIT3.
          MOVE SPACES TO STS-LINE.
          STRING "Records in period: " DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-COUNT-EDIT) DELIMITED BY SIZE,
                 " (" DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-COUNT-EDIT2) DELIMITED BY SIZE,
                 " disassembly run(s), " DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-COUNT-EDIT3) DELIMITED BY SIZE,
                 " other)" DELIMITED BY SIZE
                 INTO STS-LINE,
          END-STRING.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE "Runs per day:" TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          IF STS-DAY-COUNT = 0
              MOVE "  no records in the period." TO STS-LINE,
              PERFORM 879-STATS-EMIT-LINE,
          ELSE
              MOVE SPACES TO STS-LINE,
              MOVE "Date" TO STS-LINE(3:4),
              MOVE "Runs" TO STS-LINE(18:4),
              MOVE "Failed" TO STS-LINE(24:6),
              MOVE "Other" TO STS-LINE(33:5),
              PERFORM 879-STATS-EMIT-LINE,
              PERFORM VARYING STS-DAY-IDX FROM 1 BY 1
                      UNTIL STS-DAY-IDX > STS-DAY-COUNT
                  MOVE SPACES TO STS-LINE
                  MOVE STS-DAY-DATE(STS-DAY-IDX) TO STS-LINE(3:10)
                  MOVE STS-DAY-RUNS(STS-DAY-IDX) TO STS-COUNT-EDIT
                  MOVE STS-COUNT-EDIT TO STS-LINE(15:7)
                  MOVE STS-DAY-FAILS(STS-DAY-IDX) TO STS-COUNT-EDIT
                  MOVE STS-COUNT-EDIT TO STS-LINE(23:7)
                  MOVE STS-DAY-OTHER(STS-DAY-IDX) TO STS-COUNT-EDIT
                  MOVE STS-COUNT-EDIT TO STS-LINE(31:7)
                  PERFORM 879-STATS-EMIT-LINE
              END-PERFORM,
          END-IF.
          MOVE SPACES TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE "Outcomes:" TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          MOVE "CLEAN" TO STS-LINE(3:8).
          MOVE STS-CLEAN TO STS-COUNT-EDIT.
          MOVE STS-COUNT-EDIT TO STS-LINE(13:7).
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          MOVE "WARNINGS" TO STS-LINE(3:8).
          MOVE STS-WARNINGS TO STS-COUNT-EDIT.
          MOVE STS-COUNT-EDIT TO STS-LINE(13:7).
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          MOVE "VFYFAIL" TO STS-LINE(3:8).
          MOVE STS-VFYFAIL TO STS-COUNT-EDIT.
          MOVE STS-COUNT-EDIT TO STS-LINE(13:7).
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          MOVE "THRESHLD" TO STS-LINE(3:8).
          MOVE STS-THRESHLD TO STS-COUNT-EDIT.
          MOVE STS-COUNT-EDIT TO STS-LINE(13:7).
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          MOVE "OPENFAIL" TO STS-LINE(3:8).
          MOVE STS-OPENFAIL TO STS-COUNT-EDIT.
          MOVE STS-COUNT-EDIT TO STS-LINE(13:7).
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          MOVE "other" TO STS-LINE(3:8).
          MOVE STS-OTHER TO STS-COUNT-EDIT.
          MOVE STS-COUNT-EDIT TO STS-LINE(13:7).
          MOVE "(patch, symbol, export and archive records)"
              TO STS-LINE(22:44).
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE STS-A-TOTAL TO STS-TOTAL-EDIT.
          MOVE STS-C-TOTAL TO STS-TOTAL-EDIT2.
          MOVE STS-U-TOTAL TO STS-TOTAL-EDIT3.
          MOVE STS-B-TOTAL TO STS-TOTAL-EDIT4.
          MOVE SPACES TO STS-LINE.
          STRING "Totals over the runs: A=" DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-TOTAL-EDIT) DELIMITED BY SIZE,
                 "  C=" DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-TOTAL-EDIT2) DELIMITED BY SIZE,
                 "  U=" DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-TOTAL-EDIT3) DELIMITED BY SIZE,
                 "  B=" DELIMITED BY SIZE,
                 FUNCTION TRIM(STS-TOTAL-EDIT4) DELIMITED BY SIZE
                 INTO STS-LINE,
          END-STRING.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE SPACES TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE "Images failing most often (VFYFAIL, THRESHLD, "
              TO STS-LINE.
          MOVE "OPENFAIL):" TO STS-LINE(47:10).
          PERFORM 879-STATS-EMIT-LINE.
          IF STS-RANK-COUNT = 0
              MOVE "  no failed runs in the period." TO STS-LINE,
              PERFORM 879-STATS-EMIT-LINE,
          ELSE
              MOVE SPACES TO STS-LINE,
              MOVE "Failed" TO STS-LINE(4:6),
              MOVE "Runs" TO STS-LINE(14:4),
              MOVE "Image" TO STS-LINE(20:5),
              PERFORM 879-STATS-EMIT-LINE,
              PERFORM VARYING STS-SORT-POS FROM 1 BY 1
                      UNTIL STS-SORT-POS > STS-RANK-COUNT
                         OR STS-SORT-POS > STS-TOP-LIMIT
                  MOVE STS-RANK(STS-SORT-POS) TO STS-IMG-IDX
                  MOVE SPACES TO STS-LINE
                  MOVE STS-IMG-FAILS(STS-IMG-IDX) TO STS-COUNT-EDIT
                  MOVE STS-COUNT-EDIT TO STS-LINE(3:7)
                  MOVE STS-IMG-RUNS(STS-IMG-IDX) TO STS-COUNT-EDIT
                  MOVE STS-COUNT-EDIT TO STS-LINE(11:7)
                  MOVE STS-IMG-NAME(STS-IMG-IDX) TO STS-LINE(20:113)
                  PERFORM 879-STATS-EMIT-LINE
              END-PERFORM,
              IF STS-RANK-COUNT > STS-TOP-LIMIT
                  COMPUTE STS-COUNT-EDIT =
                      STS-RANK-COUNT - STS-TOP-LIMIT,
                  MOVE SPACES TO STS-LINE,
                  STRING "  ... and " DELIMITED BY SIZE,
                         FUNCTION TRIM(STS-COUNT-EDIT)
                             DELIMITED BY SIZE,
                         " more failing image(s)" DELIMITED BY SIZE
                         INTO STS-LINE,
                  END-STRING,
                  PERFORM 879-STATS-EMIT-LINE,
              END-IF,
          END-IF.
          MOVE SPACES TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          MOVE "Cataloged images not run in the period:" TO STS-LINE.
          PERFORM 879-STATS-EMIT-LINE.
          PERFORM 878-STATS-IDLE.
          IF STS-OPENED = 'Y'
              CLOSE STS-FILE,
              DISPLAY "Statistics written to "
                  FUNCTION TRIM(STATS-NAME),
          END-IF.

       878-STATS-IDLE. *> every catalog key no run in range named
          MOVE 0 TO STS-IDLE-COUNT.
          OPEN INPUT CATALOG-FILE.
          IF CATALOG-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: no catalog available ("
                  FUNCTION TRIM(CATALOG-NAME) " not readable).",
              MOVE 4 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
              MOVE "  catalog not readable - not checked." TO STS-LINE,
              PERFORM 879-STATS-EMIT-LINE,
          ELSE
              MOVE SPACES TO STS-LINE,
              MOVE "Last run" TO STS-LINE(3:8),
              MOVE "Outcome" TO STS-LINE(24:7),
              MOVE "Image" TO STS-LINE(34:5),
              PERFORM 879-STATS-EMIT-LINE,
              MOVE 'N' TO CAT-EOF,
              PERFORM UNTIL CAT-EOF = 'Y'
                  READ CATALOG-FILE NEXT RECORD
                      AT END
                         MOVE 'Y' TO CAT-EOF,
                      NOT AT END
                         MOVE 0 TO STS-IMG-HIT
                         PERFORM VARYING STS-IMG-IDX FROM 1 BY 1
                                 UNTIL STS-IMG-IDX > STS-IMG-COUNT
                                    OR STS-IMG-HIT > 0
                             IF STS-IMG-NAME(STS-IMG-IDX) = CAT-KEY
                                 MOVE STS-IMG-IDX TO STS-IMG-HIT
                             END-IF
                         END-PERFORM
                         IF STS-IMG-HIT = 0
                             ADD 1 TO STS-IDLE-COUNT
                             MOVE SPACES TO STS-LINE
                             MOVE CAT-STAMP TO STS-LINE(3:19)
                             MOVE CAT-OUTCOME TO STS-LINE(24:8)
                             MOVE CAT-KEY TO STS-LINE(34:99)
                             PERFORM 879-STATS-EMIT-LINE
                         END-IF
                  END-READ
              END-PERFORM,
              CLOSE CATALOG-FILE,
              MOVE SPACES TO STS-LINE,
              IF STS-IDLE-COUNT = 0
                  MOVE "  none - every cataloged image ran."
                      TO STS-LINE,
              ELSE
                  MOVE STS-IDLE-COUNT TO STS-COUNT-EDIT,
                  STRING "  " DELIMITED BY SIZE,
                         FUNCTION TRIM(STS-COUNT-EDIT)
                             DELIMITED BY SIZE,
                         " cataloged image(s) not run."
                             DELIMITED BY SIZE
                         INTO STS-LINE,
                  END-STRING,
              END-IF,
              PERFORM 879-STATS-EMIT-LINE,
          END-IF.

       879-STATS-EMIT-LINE. *> DISPLAY + (if open) WRITE to STS-FILE
          DISPLAY FUNCTION TRIM(STS-LINE, TRAILING).
          IF STS-OPENED = 'Y'
              MOVE STS-LINE TO STS-RECORD,
              WRITE STS-RECORD,
          END-IF.

       880-ARCHIVE-RUN. *> move audit records older than the
                         *> retention period into a dated archive;
                         *> the trail itself is parked as .1 first so
                         *> the split never loses a record
          ACCEPT ARC-TODAY FROM DATE YYYYMMDD.
          COMPUTE ARC-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(ARC-TODAY) - ARC-RETAIN-DAYS).
          MOVE SPACES TO ARC-CUTOFF.
          STRING ARC-CUTOFF-NUM(1:4) DELIMITED BY SIZE,
                 '-' DELIMITED BY SIZE,
                 ARC-CUTOFF-NUM(5:2) DELIMITED BY SIZE,
                 '-' DELIMITED BY SIZE,
                 ARC-CUTOFF-NUM(7:2) DELIMITED BY SIZE
                 INTO ARC-CUTOFF,
          END-STRING.
          MOVE SPACES TO ARC-NAME.
          STRING FUNCTION TRIM(AUDIT-NAME) DELIMITED BY SIZE,
                 '.' DELIMITED BY SIZE,
                 ARC-TODAY DELIMITED BY SIZE
                 INTO ARC-NAME,
          END-STRING.
          MOVE SPACES TO ARC-PRIOR-NAME.
          STRING FUNCTION TRIM(AUDIT-NAME) DELIMITED BY SIZE,
                 ".1" DELIMITED BY SIZE
                 INTO ARC-PRIOR-NAME,
          END-STRING.
          MOVE ARC-RETAIN-DAYS TO ARC-DAYS-EDIT.
          DISPLAY "Archiving audit records dated before "
              ARC-CUTOFF " (AUDIT-RETAIN-DAYS="
              FUNCTION TRIM(ARC-DAYS-EDIT) ").".
          MOVE 0 TO ARC-DUE.
          OPEN INPUT AUDIT-FILE.
          IF AUDIT-FILE-STATUS NOT = "00" AND
             AUDIT-FILE-STATUS NOT = "05" *> '05': no trail yet
              DISPLAY "ERROR: audit trail not readable: "
                  FUNCTION TRIM(AUDIT-NAME) " (status "
                  AUDIT-FILE-STATUS ")",
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'N' TO AUD-EOF,
              PERFORM UNTIL AUD-EOF = 'Y'
                  READ AUDIT-FILE
                      AT END
                         MOVE 'Y' TO AUD-EOF,
                      NOT AT END
                         IF AUDIT-RECORD(1:4) IS NUMERIC AND
                            AUDIT-RECORD(1:10) < ARC-CUTOFF
                             ADD 1 TO ARC-DUE
                         END-IF,
                  END-READ
              END-PERFORM,
              CLOSE AUDIT-FILE,
              IF ARC-DUE = 0
                  DISPLAY "  No audit records are that old - "
                      "nothing archived.",
              ELSE
                  PERFORM 881-ARCHIVE-SPLIT,
              END-IF,
          END-IF.

       881-ARCHIVE-SPLIT. *> the parked trail is read once: aged
                           *> records go to the archive, the rest
                           *> make up the new trail
          OPEN EXTEND ARC-FILE.
          IF ARC-FILE-STATUS NOT = "00" AND
             ARC-FILE-STATUS NOT = "05" *> '05': created just now
              DISPLAY "ERROR: unable to open audit archive "
                  FUNCTION TRIM(ARC-NAME) " - nothing archived.",
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE RETAIN-GENS TO ARC-SAVED-GENS,
              IF RETAIN-GENS = 0
                  MOVE 1 TO RETAIN-GENS,
              END-IF,
              MOVE AUDIT-NAME TO GEN-NAME,
              PERFORM 203-ROLL-GENERATIONS,
              MOVE ARC-SAVED-GENS TO RETAIN-GENS,
              OPEN INPUT ARC-PRIOR-FILE,
              OPEN OUTPUT AUDIT-FILE,
              IF ARC-PRIOR-STATUS NOT = "00" OR
                 (AUDIT-FILE-STATUS NOT = "00" AND
                  AUDIT-FILE-STATUS NOT = "05") *> new trail created
                  DISPLAY "ERROR: unable to split the audit trail - "
                      "the prior trail is kept as "
                      FUNCTION TRIM(ARC-PRIOR-NAME),
                  MOVE 12 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
                  CLOSE ARC-PRIOR-FILE,
                  CLOSE AUDIT-FILE,
                  CLOSE ARC-FILE,
              ELSE
                  MOVE 0 TO ARC-MOVED,
                  MOVE 0 TO ARC-KEPT,
                  MOVE 0 TO ARC-HASH-TOTAL,
                  MOVE 'N' TO ARC-EOF,
                  PERFORM UNTIL ARC-EOF = 'Y'
                      READ ARC-PRIOR-FILE
                          AT END
                             MOVE 'Y' TO ARC-EOF,
                          NOT AT END
                             PERFORM 882-ARCHIVE-ONE-RECORD,
                      END-READ
                  END-PERFORM,
                  CLOSE ARC-PRIOR-FILE,
                  CLOSE AUDIT-FILE,
                  CLOSE ARC-FILE,
                  PERFORM 883-ARCHIVE-CONTROL,
              END-IF,
          END-IF.

       882-ARCHIVE-ONE-RECORD. *> archive or keep one record; the
                               *> hash total folds the A/C/U/B counts
                               *> of every record archived
          IF ARC-PRIOR-RECORD(1:4) IS NUMERIC AND
             ARC-PRIOR-RECORD(1:10) < ARC-CUTOFF
              MOVE ARC-PRIOR-RECORD TO ARC-RECORD,
              WRITE ARC-RECORD,
              ADD 1 TO ARC-MOVED,
              IF ARC-PRIOR-RECORD(24:6) IS NUMERIC
                  COMPUTE ARC-HASH-TOTAL = ARC-HASH-TOTAL +
                      FUNCTION NUMVAL(ARC-PRIOR-RECORD(24:6)),
              END-IF,
              IF ARC-PRIOR-RECORD(33:6) IS NUMERIC
                  COMPUTE ARC-HASH-TOTAL = ARC-HASH-TOTAL +
                      FUNCTION NUMVAL(ARC-PRIOR-RECORD(33:6)),
              END-IF,
              IF ARC-PRIOR-RECORD(42:6) IS NUMERIC
                  COMPUTE ARC-HASH-TOTAL = ARC-HASH-TOTAL +
                      FUNCTION NUMVAL(ARC-PRIOR-RECORD(42:6)),
              END-IF,
              IF ARC-PRIOR-RECORD(51:6) IS NUMERIC
                  COMPUTE ARC-HASH-TOTAL = ARC-HASH-TOTAL +
                      FUNCTION NUMVAL(ARC-PRIOR-RECORD(51:6)),
              END-IF,
          ELSE
              MOVE ARC-PRIOR-RECORD TO AUDIT-RECORD,
              WRITE AUDIT-RECORD,
              ADD 1 TO ARC-KEPT,
          END-IF.

       883-ARCHIVE-CONTROL. *> the control record the split is
                            *> reconciled against: how many records
                            *> moved, and the hash total of their counts
          MOVE ARC-MOVED TO ARC-MOVED-EDIT.
          MOVE ARC-KEPT TO ARC-KEPT-EDIT.
          MOVE ARC-HASH-TOTAL TO ARC-HASH-EDIT.
          MOVE 'ARCHIVED' TO AUD-OUTCOME.
          PERFORM 342-AUDIT-STAMP.
          MOVE SPACES TO AUD-TAIL.
          STRING FUNCTION TRIM(AUDIT-NAME) DELIMITED BY SIZE,
                 " -> " DELIMITED BY SIZE,
                 FUNCTION TRIM(ARC-NAME) DELIMITED BY SIZE,
                 ": " DELIMITED BY SIZE,
                 FUNCTION TRIM(ARC-MOVED-EDIT) DELIMITED BY SIZE,
                 " record(s) dated before " DELIMITED BY SIZE,
                 ARC-CUTOFF DELIMITED BY SIZE,
                 ", hash total " DELIMITED BY SIZE,
                 FUNCTION TRIM(ARC-HASH-EDIT) DELIMITED BY SIZE
                 INTO AUD-TAIL,
          END-STRING.
          PERFORM 344-AUDIT-WRITE.
          DISPLAY "  " FUNCTION TRIM(ARC-MOVED-EDIT)
              " record(s) moved to " FUNCTION TRIM(ARC-NAME) ", "
              FUNCTION TRIM(ARC-KEPT-EDIT) " kept in "
              FUNCTION TRIM(AUDIT-NAME) ".".
          DISPLAY "  Control record: hash total of the archived "
              "A/C/U/B counts " FUNCTION TRIM(ARC-HASH-EDIT) ".".

       900-EXPORT-RUN. *> the image as memory-init files for other
                        *> tools; the words are checked, never
                        *> changed, and .map DATA words go out as
                        *> they are without being decoded
          MOVE EXPORT-TARGET TO FILE-NAME.
          PERFORM 115-DERIVE-ASM-NAME.
          PERFORM 168-LOAD-DATA-MAP.
          MOVE 0 TO EXP-DATA-WORDS.
          MOVE 0 TO EXP-WRITTEN.
          MOVE SPACES TO EXP-DONE.
          MOVE SPACES TO EXP-LIST.
          PERFORM 180-PRESCAN-LABELS.
          IF SOURCE-LOADED = 'N'
              DISPLAY "ERROR: file not found: "
                  FUNCTION TRIM(FILE-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
              MOVE 'EXPFAIL' TO AUD-OUTCOME,
              MOVE "input not readable" TO EXP-LIST,
              PERFORM 903-EXPORT-AUDIT-RECORD,
          ELSE
              PERFORM VARYING EXP-IDX FROM 1 BY 1
                      UNTIL EXP-IDX > SOURCE-COUNT
                  PERFORM 902-EXPORT-CHECK-WORD
              END-PERFORM,
              IF BAD-LINE-COUNT > 0
                  MOVE BAD-LINE-COUNT TO EXP-COUNT-EDIT,
                  DISPLAY "ERROR: " FUNCTION TRIM(EXP-COUNT-EDIT)
                      " line(s) of " FUNCTION TRIM(FILE-NAME)
                      " are not 16 binary digits - nothing "
                      "exported.",
                  MOVE 8 TO SEV-NEW,
                  PERFORM 520-RAISE-SEVERITY,
                  MOVE 'EXPFAIL' TO AUD-OUTCOME,
                  MOVE SPACES TO EXP-LIST,
                  STRING "refused, " DELIMITED BY SIZE,
                         FUNCTION TRIM(EXP-COUNT-EDIT)
                             DELIMITED BY SIZE,
                         " bad line(s)" DELIMITED BY SIZE
                         INTO EXP-LIST,
                  END-STRING,
                  PERFORM 903-EXPORT-AUDIT-RECORD,
              ELSE
                  IF UNRECOGNIZED-COUNT > 0
                      MOVE UNRECOGNIZED-COUNT TO EXP-COUNT-EDIT,
                      DISPLAY "WARNING: " FUNCTION TRIM(EXP-COUNT-EDIT)
                          " word(s) outside DATA regions have an "
                          "unrecognized comp field - exported as "
                          "they are.",
                      MOVE 4 TO SEV-NEW,
                      PERFORM 520-RAISE-SEVERITY,
                  END-IF,
                  IF EXP-WANT-HEX = 'Y'
                      PERFORM 906-EXPORT-HEX,
                  END-IF,
                  IF EXP-WANT-LOGISIM = 'Y'
                      PERFORM 908-EXPORT-LOGISIM,
                  END-IF,
                  IF EXP-WANT-MEMB = 'Y'
                      MOVE 'B' TO EXP-KIND,
                      MOVE EXP-MEMB-NAME TO EXP-NAME,
                      PERFORM 910-EXPORT-READMEM,
                  END-IF,
                  IF EXP-WANT-MEMH = 'Y'
                      MOVE 'M' TO EXP-KIND,
                      MOVE EXP-MEMH-NAME TO EXP-NAME,
                      PERFORM 910-EXPORT-READMEM,
                  END-IF,
                  IF EXP-WRITTEN = 0
                      MOVE 'EXPFAIL' TO AUD-OUTCOME,
                      MOVE "no export file could be written"
                          TO EXP-LIST,
                  ELSE
                      MOVE 'EXPORTED' TO AUD-OUTCOME,
                      PERFORM 912-EXPORT-CATALOG,
                  END-IF,
                  MOVE SOURCE-COUNT TO EXP-COUNT-EDIT,
                  MOVE EXP-DATA-WORDS TO EXP-DATA-EDIT,
                  DISPLAY "Exported " FUNCTION TRIM(EXP-COUNT-EDIT)
                      " word(s) of " FUNCTION TRIM(FILE-NAME) " ("
                      FUNCTION TRIM(EXP-DATA-EDIT)
                      " in DATA regions) in " EXP-WRITTEN
                      " format(s).",
                  PERFORM 903-EXPORT-AUDIT-RECORD,
              END-IF,
          END-IF.

       901-EXPORT-WORD. *> SOURCE-WORD(EXP-IDX) -> HACK-RECORD, its
                         *> value in EXP-WORD-VAL and hex in LST-HEX
          MOVE SOURCE-WORD(EXP-IDX) TO HACK-RECORD.
          MOVE 0 TO EXP-WORD-VAL.
          PERFORM VARYING EXP-BIT-IDX FROM 1 BY 1 UNTIL EXP-BIT-IDX > 16
              COMPUTE EXP-WORD-VAL = EXP-WORD-VAL * 2
              IF HACK-RECORD(EXP-BIT-IDX:1) = '1'
                  ADD 1 TO EXP-WORD-VAL
              END-IF
          END-PERFORM.
          PERFORM 242-WORD-TO-HEX.

       902-EXPORT-CHECK-WORD. *> count the word the way a run would;
                               *> only a word that is not 16 binary
                               *> digits stops the export
          MOVE SOURCE-WORD(EXP-IDX) TO HACK-RECORD.
          MOVE EXP-IDX TO LINE-NUM.
          COMPUTE REGION-ADDR = EXP-IDX - 1.
          PERFORM 177-CHECK-DATA-REGION.
          PERFORM 205-VALIDATE-RECORD.
          IF VALID-FLAG = 'N'
              ADD 1 TO BAD-LINE-COUNT,
              DISPLAY "WARNING: line " LINE-NUM
                  " is not 16 binary digits - cannot be exported.",
          ELSE
              IF IN-DATA-REGION = 'Y'
                  ADD 1 TO EXP-DATA-WORDS,
              ELSE
                  IF HACK-RECORD(1:1) = '0'
                      ADD 1 TO A-INST-COUNT,
                  ELSE
                      PERFORM 232-DECODE-C,
                      IF C-COMP-FULL = SPACES
                          ADD 1 TO UNRECOGNIZED-COUNT,
                      ELSE
                          ADD 1 TO C-INST-COUNT,
                      END-IF,
                  END-IF,
              END-IF,
          END-IF.

       903-EXPORT-AUDIT-RECORD. *> 'input -> export, export, ...'
          PERFORM 342-AUDIT-STAMP.
          MOVE SPACES TO AUD-TAIL.
          STRING FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                 " -> " DELIMITED BY SIZE,
                 FUNCTION TRIM(EXP-LIST) DELIMITED BY SIZE
                 INTO AUD-TAIL,
          END-STRING.
          PERFORM 344-AUDIT-WRITE.

       904-EXPORT-OPEN. *> roll and create EXP-NAME
          MOVE EXP-NAME TO GEN-NAME.
          PERFORM 203-ROLL-GENERATIONS.
          MOVE 'N' TO EXP-OPENED.
          OPEN OUTPUT EXP-FILE.
          IF EXP-FILE-STATUS NOT = "00"
              DISPLAY "ERROR: unable to create export file: "
                  FUNCTION TRIM(EXP-NAME),
              MOVE 12 TO SEV-NEW,
              PERFORM 520-RAISE-SEVERITY,
          ELSE
              MOVE 'Y' TO EXP-OPENED,
          END-IF.

       905-EXPORT-WRITTEN. *> EXP-NAME of kind EXP-KIND is complete
          ADD 1 TO EXP-WRITTEN.
          IF EXP-KIND = 'H'
              MOVE 'Y' TO EXP-DONE(1:1),
          ELSE
          IF EXP-KIND = 'L'
              MOVE 'Y' TO EXP-DONE(2:1),
          ELSE
          IF EXP-KIND = 'B'
              MOVE 'Y' TO EXP-DONE(3:1),
          ELSE
              MOVE 'Y' TO EXP-DONE(4:1),
          END-IF,
          END-IF,
          END-IF.
          IF EXP-LIST = SPACES
              MOVE EXP-NAME TO EXP-LIST,
          ELSE
              MOVE FUNCTION CONCATENATE(FUNCTION TRIM(EXP-LIST),
                  ", ", FUNCTION TRIM(EXP-NAME)) TO EXP-LIST,
          END-IF.
          DISPLAY "  written: " FUNCTION TRIM(EXP-NAME).

       906-EXPORT-HEX. *> Intel HEX: 16 data bytes per record, each
                        *> word high byte first at byte address
                        *> 2 * ROM address, then the end record
          MOVE 'H' TO EXP-KIND.
          MOVE EXP-HEX-NAME TO EXP-NAME.
          PERFORM 904-EXPORT-OPEN.
          IF EXP-OPENED = 'Y'
              MOVE 0 TO EXP-REC-ADDR,
              MOVE 0 TO EXP-REC-BYTES,
              MOVE 0 TO EXP-REC-SUM,
              MOVE SPACES TO EXP-REC-DATA,
              PERFORM VARYING EXP-IDX FROM 1 BY 1
                      UNTIL EXP-IDX > SOURCE-COUNT
                  PERFORM 901-EXPORT-WORD
                  MOVE LST-HEX TO EXP-REC-DATA(EXP-REC-BYTES * 2 + 1:4)
                  DIVIDE EXP-WORD-VAL BY 256 GIVING EXP-BYTE-VAL
                      REMAINDER EXP-BYTE-LOW
                  COMPUTE EXP-REC-SUM =
                      EXP-REC-SUM + EXP-BYTE-VAL + EXP-BYTE-LOW
                  ADD 2 TO EXP-REC-BYTES
                  IF EXP-REC-BYTES >= 16
                      PERFORM 907-EXPORT-HEX-RECORD
                  END-IF
              END-PERFORM,
              PERFORM 907-EXPORT-HEX-RECORD,
              MOVE ":00000001FF" TO EXP-RECORD,
              WRITE EXP-RECORD,
              CLOSE EXP-FILE,
              PERFORM 905-EXPORT-WRITTEN,
          END-IF.

       907-EXPORT-HEX-RECORD. *> ':' count, address, type 00, the
                               *> data, and the two's-complement
                               *> checksum of every byte before it
          IF EXP-REC-BYTES > 0
              MOVE SPACES TO EXP-RECORD,
              MOVE ':' TO EXP-RECORD(1:1),
              MOVE EXP-REC-BYTES TO EXP-BYTE-VAL,
              PERFORM 909-EXPORT-BYTE-HEX,
              MOVE EXP-BYTE-HEX TO EXP-RECORD(2:2),
              DIVIDE EXP-REC-ADDR BY 256 GIVING EXP-BYTE-VAL
                  REMAINDER EXP-BYTE-LOW,
              COMPUTE EXP-REC-SUM = EXP-REC-SUM + EXP-REC-BYTES +
                  EXP-BYTE-VAL + EXP-BYTE-LOW,
              PERFORM 909-EXPORT-BYTE-HEX,
              MOVE EXP-BYTE-HEX TO EXP-RECORD(4:2),
              MOVE EXP-BYTE-LOW TO EXP-BYTE-VAL,
              PERFORM 909-EXPORT-BYTE-HEX,
              MOVE EXP-BYTE-HEX TO EXP-RECORD(6:2),
              MOVE "00" TO EXP-RECORD(8:2),
              MOVE EXP-REC-DATA(1:EXP-REC-BYTES * 2)
                  TO EXP-RECORD(10:EXP-REC-BYTES * 2),
              COMPUTE EXP-BYTE-VAL = FUNCTION MOD(
                  256 - FUNCTION MOD(EXP-REC-SUM, 256), 256),
              PERFORM 909-EXPORT-BYTE-HEX,
              MOVE EXP-BYTE-HEX
                  TO EXP-RECORD(10 + EXP-REC-BYTES * 2:2),
              WRITE EXP-RECORD,
              ADD EXP-REC-BYTES TO EXP-REC-ADDR,
              MOVE 0 TO EXP-REC-BYTES,
              MOVE 0 TO EXP-REC-SUM,
              MOVE SPACES TO EXP-REC-DATA,
          END-IF.

       908-EXPORT-LOGISIM. *> Logisim 'v2.0 raw' memory file: eight
                            *> hex words to a line
          MOVE 'L' TO EXP-KIND.
          MOVE EXP-LGS-NAME TO EXP-NAME.
          PERFORM 904-EXPORT-OPEN.
          IF EXP-OPENED = 'Y'
              MOVE "v2.0 raw" TO EXP-RECORD,
              WRITE EXP-RECORD,
              MOVE SPACES TO EXP-LINE,
              MOVE 1 TO EXP-COL,
              PERFORM VARYING EXP-IDX FROM 1 BY 1
                      UNTIL EXP-IDX > SOURCE-COUNT
                  PERFORM 901-EXPORT-WORD
                  MOVE FUNCTION LOWER-CASE(LST-HEX)
                      TO EXP-LINE(EXP-COL:4)
                  ADD 5 TO EXP-COL
                  IF EXP-COL > 40
                      MOVE EXP-LINE TO EXP-RECORD
                      WRITE EXP-RECORD
                      MOVE SPACES TO EXP-LINE
                      MOVE 1 TO EXP-COL
                  END-IF
              END-PERFORM,
              IF EXP-COL > 1
                  MOVE EXP-LINE TO EXP-RECORD,
                  WRITE EXP-RECORD,
              END-IF,
              CLOSE EXP-FILE,
              PERFORM 905-EXPORT-WRITTEN,
          END-IF.

       909-EXPORT-BYTE-HEX. *> EXP-BYTE-VAL (0-255) as two hex digits
          DIVIDE EXP-BYTE-VAL BY 16 GIVING EXP-NIB-HI
              REMAINDER EXP-NIB-LO.
          MOVE HEX-DIGITS(EXP-NIB-HI + 1:1) TO EXP-BYTE-HEX(1:1).
          MOVE HEX-DIGITS(EXP-NIB-LO + 1:1) TO EXP-BYTE-HEX(2:1).

       910-EXPORT-READMEM. *> Verilog memory file, one word a line:
                            *> 16 binary digits for $readmemb ('B'),
                            *> 4 hex digits for $readmemh ('M')
          PERFORM 904-EXPORT-OPEN.
          IF EXP-OPENED = 'Y'
              MOVE SOURCE-COUNT TO EXP-COUNT-EDIT,
              MOVE SPACES TO EXP-RECORD,
              STRING "// " DELIMITED BY SIZE,
                     FUNCTION TRIM(FILE-NAME) DELIMITED BY SIZE,
                     ": " DELIMITED BY SIZE,
                     FUNCTION TRIM(EXP-COUNT-EDIT) DELIMITED BY SIZE,
                     " word(s)" DELIMITED BY SIZE
                     INTO EXP-RECORD,
              END-STRING,
              WRITE EXP-RECORD,
              PERFORM VARYING EXP-IDX FROM 1 BY 1
                      UNTIL EXP-IDX > SOURCE-COUNT
                  PERFORM 901-EXPORT-WORD
                  MOVE SPACES TO EXP-RECORD
                  IF EXP-KIND = 'B'
                      MOVE HACK-RECORD(1:16) TO EXP-RECORD
                  ELSE
                      MOVE LST-HEX TO EXP-RECORD
                  END-IF
                  WRITE EXP-RECORD
              END-PERFORM,
              CLOSE EXP-FILE,
              PERFORM 905-EXPORT-WRITTEN,
          END-IF.

       912-EXPORT-CATALOG. *> the catalog records which formats are
                            *> on disk, so AUDIT can check them; the
                            *> last run's outcome is left as it was
          OPEN I-O CATALOG-FILE.
          IF CATALOG-FILE-STATUS = "35" *> first ever run - create it
              OPEN OUTPUT CATALOG-FILE,
              IF CATALOG-FILE-STATUS = "00"
                  CLOSE CATALOG-FILE,
                  OPEN I-O CATALOG-FILE,
              END-IF,
          END-IF.
          IF CATALOG-FILE-STATUS NOT = "00"
              DISPLAY "WARNING: unable to update catalog "
                  FUNCTION TRIM(CATALOG-NAME) " (status "
                  CATALOG-FILE-STATUS ")",
          ELSE
              MOVE FILE-NAME TO CAT-KEY,
              READ CATALOG-FILE
                  INVALID KEY
                     MOVE SPACES TO CATALOG-RECORD,
                     MOVE FILE-NAME TO CAT-KEY,
                     MOVE 0 TO CAT-CHECKSUM,
                     MOVE 0 TO CAT-ASM-CHECKSUM,
                     MOVE SOURCE-COUNT TO CAT-WORD-COUNT,
                     MOVE 0 TO CAT-A-COUNT,
                     MOVE 0 TO CAT-C-COUNT,
                     MOVE 0 TO CAT-U-COUNT,
                     MOVE 0 TO CAT-B-COUNT,
              END-READ,
              IF EXP-DONE(1:1) = 'Y'
                  MOVE 'Y' TO CAT-EXP-HEX,
              END-IF,
              IF EXP-DONE(2:1) = 'Y'
                  MOVE 'Y' TO CAT-EXP-LOGISIM,
              END-IF,
              IF EXP-DONE(3:1) = 'Y'
                  MOVE 'Y' TO CAT-EXP-MEMB,
              END-IF,
              IF EXP-DONE(4:1) = 'Y'
                  MOVE 'Y' TO CAT-EXP-MEMH,
              END-IF,
              REWRITE CATALOG-RECORD
                  INVALID KEY
                     WRITE CATALOG-RECORD
                         INVALID KEY
                            DISPLAY "WARNING: unable to write "
                                "catalog record for "
                                FUNCTION TRIM(FILE-NAME),
                     END-WRITE,
              END-REWRITE,
              CLOSE CATALOG-FILE,
          END-IF.

       914-EXPORT-AUDIT. *> every export the catalog records must
                          *> exist and still hold the input's words
          IF AUDIT-EXPORTS NOT = SPACES
              MOVE RUN-CHECKSUM TO EXP-SAVED-CKS,
              IF AUDIT-EXPORTS(1:1) = 'Y'
                  MOVE 'H' TO EXP-KIND,
                  MOVE ".hex" TO EXP-EXT,
                  MOVE EXP-HEX-NAME TO EXP-NAME,
                  PERFORM 915-EXPORT-READ-BACK,
              END-IF,
              IF AUDIT-EXPORTS(2:1) = 'Y'
                  MOVE 'L' TO EXP-KIND,
                  MOVE ".lgs" TO EXP-EXT,
                  MOVE EXP-LGS-NAME TO EXP-NAME,
                  PERFORM 915-EXPORT-READ-BACK,
              END-IF,
              IF AUDIT-EXPORTS(3:1) = 'Y'
                  MOVE 'B' TO EXP-KIND,
                  MOVE ".memb" TO EXP-EXT,
                  MOVE EXP-MEMB-NAME TO EXP-NAME,
                  PERFORM 915-EXPORT-READ-BACK,
              END-IF,
              IF AUDIT-EXPORTS(4:1) = 'Y'
                  MOVE 'M' TO EXP-KIND,
                  MOVE ".memh" TO EXP-EXT,
                  MOVE EXP-MEMH-NAME TO EXP-NAME,
                  PERFORM 915-EXPORT-READ-BACK,
              END-IF,
              MOVE EXP-SAVED-CKS TO RUN-CHECKSUM,
          END-IF.

       915-EXPORT-READ-BACK. *> fold the export's words the way 566
                              *> folds the input's, then compare
          OPEN INPUT EXP-FILE.
          IF EXP-FILE-STATUS NOT = "00"
              MOVE SPACES TO AUDIT-MSG,
              STRING "exported " DELIMITED BY SIZE,
                     FUNCTION TRIM(EXP-EXT) DELIMITED BY SIZE,
                     " file is missing" DELIMITED BY SIZE
                     INTO AUDIT-MSG,
              END-STRING,
              MOVE 4 TO AUDIT-SEV,
              PERFORM 568-AUDIT-FINDING,
          ELSE
              MOVE 0 TO RUN-CHECKSUM,
              MOVE 0 TO EXP-READ-WORDS,
              MOVE 'N' TO EXP-READ-BAD,
              MOVE 'Y' TO EXP-FIRST-LINE,
              MOVE 'N' TO EXP-EOF,
              PERFORM UNTIL EXP-EOF = 'Y'
                  READ EXP-FILE
                      AT END
                         MOVE 'Y' TO EXP-EOF,
                      NOT AT END
                         PERFORM 916-EXPORT-READ-LINE,
                  END-READ
              END-PERFORM,
              CLOSE EXP-FILE,
              MOVE SPACES TO AUDIT-MSG,
              IF EXP-READ-BAD = 'Y'
                  STRING "exported " DELIMITED BY SIZE,
                         FUNCTION TRIM(EXP-EXT) DELIMITED BY SIZE,
                         " file is damaged" DELIMITED BY SIZE
                         INTO AUDIT-MSG,
                  END-STRING,
                  MOVE 8 TO AUDIT-SEV,
                  PERFORM 568-AUDIT-FINDING,
              ELSE
                  IF EXP-READ-WORDS NOT = AUDIT-WORDS OR
                     RUN-CHECKSUM NOT = EXP-SAVED-CKS
                      STRING "exported " DELIMITED BY SIZE,
                             FUNCTION TRIM(EXP-EXT) DELIMITED BY SIZE,
                             " file no longer matches the input"
                                 DELIMITED BY SIZE
                             INTO AUDIT-MSG,
                      END-STRING,
                      MOVE 8 TO AUDIT-SEV,
                      PERFORM 568-AUDIT-FINDING,
                  END-IF,
              END-IF,
          END-IF.

       916-EXPORT-READ-LINE. *> one line of the export being read
          IF EXP-READ-BAD = 'Y'
              CONTINUE,
          ELSE
          IF EXP-KIND = 'H'
              PERFORM 920-EXPORT-READ-HEX,
          ELSE
          IF EXP-KIND = 'L'
              PERFORM 922-EXPORT-READ-LOGISIM,
          ELSE
              PERFORM 924-EXPORT-READ-MEM,
          END-IF,
          END-IF,
          END-IF.

       917-EXPORT-HEX-WORD. *> EXP-HEX-TEXT, one to four hex digits,
                             *> -> EXP-WORD-VAL; EXP-HEX-OK 'N' if not
          MOVE 'Y' TO EXP-HEX-OK.
          MOVE 0 TO EXP-WORD-VAL.
          IF EXP-HEX-TEXT = SPACES OR EXP-HEX-TEXT(1:1) = SPACE
              MOVE 'N' TO EXP-HEX-OK,
          ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(EXP-HEX-TEXT,
                  TRAILING)) TO EXP-HEX-LEN,
              IF EXP-HEX-LEN > 4
                  MOVE 'N' TO EXP-HEX-OK,
              ELSE
                  PERFORM VARYING EXP-CHAR-IDX FROM 1 BY 1
                          UNTIL EXP-CHAR-IDX > EXP-HEX-LEN
                      MOVE EXP-HEX-TEXT(EXP-CHAR-IDX:1) TO EXP-HEX-CHAR
                      PERFORM 918-EXPORT-HEX-DIGIT
                      IF EXP-NIBBLE = 99
                          MOVE 'N' TO EXP-HEX-OK
                      ELSE
                          COMPUTE EXP-WORD-VAL =
                              EXP-WORD-VAL * 16 + EXP-NIBBLE
                      END-IF
                  END-PERFORM,
              END-IF,
          END-IF.

       918-EXPORT-HEX-DIGIT. *> EXP-HEX-CHAR -> EXP-NIBBLE, 99 if it
                              *> is not a hex digit in either case
          MOVE 99 TO EXP-NIBBLE.
          MOVE FUNCTION UPPER-CASE(EXP-HEX-CHAR) TO EXP-HEX-CHAR.
          PERFORM VARYING EXP-SEARCH-IDX FROM 1 BY 1
                  UNTIL EXP-SEARCH-IDX > 16
              IF HEX-DIGITS(EXP-SEARCH-IDX:1) = EXP-HEX-CHAR
                  COMPUTE EXP-NIBBLE = EXP-SEARCH-IDX - 1
              END-IF
          END-PERFORM.

       919-EXPORT-FOLD. *> EXP-WORD-VAL as 16 binary digits into
                         *> 213's checksum, one more word read back
          MOVE EXP-WORD-VAL TO EXP-FOLD-VAL.
          MOVE SPACES TO HACK-RECORD.
          MOVE ALL '0' TO HACK-RECORD(1:16).
          PERFORM VARYING EXP-BIT-IDX FROM 16 BY -1
                  UNTIL EXP-BIT-IDX < 1
              DIVIDE EXP-FOLD-VAL BY 2 GIVING EXP-FOLD-QUOT
                  REMAINDER EXP-FOLD-REM
              MOVE EXP-FOLD-QUOT TO EXP-FOLD-VAL
              IF EXP-FOLD-REM = 1
                  MOVE '1' TO HACK-RECORD(EXP-BIT-IDX:1)
              END-IF
          END-PERFORM.
          PERFORM 213-CHECKSUM-WORD.
          ADD 1 TO EXP-READ-WORDS.

       920-EXPORT-READ-HEX. *> one Intel HEX record: its checksum must
                             *> hold and its data must follow on from
                             *> the words already read
          IF EXP-RECORD = SPACES
              CONTINUE,
          ELSE
          IF EXP-RECORD(1:1) NOT = ':'
              MOVE 'Y' TO EXP-READ-BAD,
          ELSE
              MOVE EXP-RECORD(2:2) TO EXP-HEX-TEXT,
              PERFORM 917-EXPORT-HEX-WORD,
              IF EXP-HEX-OK = 'N' OR EXP-WORD-VAL > 32
                  MOVE 'Y' TO EXP-READ-BAD,
              ELSE
                  MOVE EXP-WORD-VAL TO EXP-REC-BYTES,
                  MOVE 0 TO EXP-REC-SUM,
                  PERFORM VARYING EXP-K FROM 0 BY 1
                          UNTIL EXP-K > EXP-REC-BYTES + 4
                      MOVE EXP-RECORD(2 + EXP-K * 2:2) TO EXP-HEX-TEXT
                      PERFORM 917-EXPORT-HEX-WORD
                      IF EXP-HEX-OK = 'N'
                          MOVE 'Y' TO EXP-READ-BAD
                      ELSE
                          ADD EXP-WORD-VAL TO EXP-REC-SUM
                      END-IF
                  END-PERFORM,
                  IF FUNCTION MOD(EXP-REC-SUM, 256) NOT = 0
                      MOVE 'Y' TO EXP-READ-BAD,
                  END-IF,
                  IF EXP-READ-BAD = 'N'
                      IF EXP-RECORD(8:2) = "00"
                          MOVE EXP-RECORD(4:4) TO EXP-HEX-TEXT,
                          PERFORM 917-EXPORT-HEX-WORD,
                          IF FUNCTION MOD(EXP-REC-BYTES, 2) NOT = 0 OR
                             EXP-WORD-VAL NOT = EXP-READ-WORDS * 2
                              MOVE 'Y' TO EXP-READ-BAD,
                          ELSE
                              PERFORM VARYING EXP-K FROM 0 BY 1
                                      UNTIL EXP-K >= EXP-REC-BYTES / 2
                                  MOVE EXP-RECORD(10 + EXP-K * 4:4)
                                      TO EXP-HEX-TEXT
                                  PERFORM 917-EXPORT-HEX-WORD
                                  PERFORM 919-EXPORT-FOLD
                              END-PERFORM,
                          END-IF,
                      ELSE
                          IF EXP-RECORD(8:2) NOT = "01" *> end record
                              MOVE 'Y' TO EXP-READ-BAD,
                          END-IF,
                      END-IF,
                  END-IF,
              END-IF,
          END-IF,
          END-IF.

       922-EXPORT-READ-LOGISIM. *> 'v2.0 raw' first, then blank-
                                 *> separated hex words; 'n*word' is
                                 *> a run and '#' starts a comment
          IF EXP-FIRST-LINE = 'Y'
              MOVE 'N' TO EXP-FIRST-LINE,
              IF FUNCTION TRIM(EXP-RECORD) NOT = "v2.0 raw"
                  MOVE 'Y' TO EXP-READ-BAD,
              END-IF,
          ELSE
              MOVE 1 TO EXP-PTR,
              PERFORM UNTIL EXP-PTR > 80 OR EXP-READ-BAD = 'Y'
                  MOVE SPACES TO EXP-TOKEN
                  UNSTRING EXP-RECORD DELIMITED BY ALL ' '
                      INTO EXP-TOKEN
                      WITH POINTER EXP-PTR
                  END-UNSTRING
                  IF EXP-TOKEN(1:1) = '#'
                      MOVE 81 TO EXP-PTR
                  ELSE
                      IF EXP-TOKEN NOT = SPACES
                          PERFORM 923-EXPORT-LOGISIM-TOKEN
                      END-IF
                  END-IF
              END-PERFORM,
          END-IF.

       923-EXPORT-LOGISIM-TOKEN. *> one word, or a run of one word
          MOVE SPACES TO EXP-REPEAT-TEXT.
          MOVE SPACES TO EXP-VALUE-TEXT.
          UNSTRING EXP-TOKEN DELIMITED BY '*'
              INTO EXP-REPEAT-TEXT, EXP-VALUE-TEXT,
          END-UNSTRING.
          IF EXP-VALUE-TEXT = SPACES
              MOVE 1 TO EXP-REPEAT,
              MOVE EXP-REPEAT-TEXT TO EXP-HEX-TEXT,
          ELSE
              IF FUNCTION TRIM(EXP-REPEAT-TEXT) IS NUMERIC
                  COMPUTE EXP-REPEAT = FUNCTION NUMVAL(EXP-REPEAT-TEXT),
              ELSE
                  MOVE 0 TO EXP-REPEAT,
              END-IF,
              MOVE EXP-VALUE-TEXT TO EXP-HEX-TEXT,
          END-IF.
          PERFORM 917-EXPORT-HEX-WORD.
          IF EXP-HEX-OK = 'N' OR EXP-REPEAT = 0 OR
             EXP-READ-WORDS + EXP-REPEAT > 32768
              MOVE 'Y' TO EXP-READ-BAD,
          ELSE
              PERFORM 919-EXPORT-FOLD EXP-REPEAT TIMES,
          END-IF.

       924-EXPORT-READ-MEM. *> one $readmemb or $readmemh line;
                             *> '//' comment lines are skipped
          IF EXP-RECORD = SPACES OR EXP-RECORD(1:2) = "//"
              CONTINUE,
          ELSE
          IF EXP-KIND = 'B'
              MOVE EXP-RECORD TO HACK-RECORD,
              PERFORM 205-VALIDATE-RECORD,
              IF VALID-FLAG = 'N'
                  MOVE 'Y' TO EXP-READ-BAD,
              ELSE
                  PERFORM 213-CHECKSUM-WORD,
                  ADD 1 TO EXP-READ-WORDS,
              END-IF,
          ELSE
              MOVE EXP-RECORD(1:8) TO EXP-HEX-TEXT,
              PERFORM 917-EXPORT-HEX-WORD,
              IF EXP-HEX-OK = 'N' OR EXP-RECORD(9:72) NOT = SPACES
                  MOVE 'Y' TO EXP-READ-BAD,
              ELSE
                  PERFORM 919-EXPORT-FOLD,
              END-IF,
          END-IF,
          END-IF.
