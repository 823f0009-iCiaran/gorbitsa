       IDENTIFICATION DIVISION.
       PROGRAM-ID. GORBDIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBJECT-FILE ASSIGN TO DYNAMIC OBJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OBJECT-FILE-STATUS.

           SELECT SYMMAP-FILE ASSIGN TO DYNAMIC SYMMAP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SYMMAP-FILE-STATUS.

           SELECT SOURCE-FILE ASSIGN TO DYNAMIC SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-FILE-STATUS.

           SELECT REASM-FILE ASSIGN TO DYNAMIC REASM-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REASM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Read wider than INSTRUCTION-RECORD on purpose: a hand-coded
      * line carrying anything past column 5 is not what GORBASM
      * would emit, and the byte comparison has to see it.
       FD OBJECT-FILE.
       01 OBJECT-RECORD        PIC X(80).

      * Same layout GORBASM's WRITE-SYMMAP lays down and the
      * interpreter's LOAD-SYMMAP reads.
       FD SYMMAP-FILE.
       01 SYMMAP-RECORD.
         03 SYMMAP-TYPE        PIC X(1).
         03 SYMMAP-VALUE       PIC X(4).
         03 FILLER             PIC X(1).
         03 SYMMAP-NAME        PIC X(16).

       FD SOURCE-FILE.
       01 SOURCE-RECORD        PIC X(80).

       FD REASM-FILE.
       01 REASM-RECORD         PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      * Disassembler for hand-coded object files. The object is
      * turned back into GORBASM source (<object>.SRC):
      *   - every B branch target gets a label;
      *   - every cell a G/O/A/u/m/g/o/r/b/k/w operand refers to
      *     gets an EQU name (b's operand is the cell holding the
      *     branch address, so it is named as a cell; where b
      *     lands is only known at run time);
      *   - names come from the object's .SYMMAP where one
      *     exists, and are generated (Lnnnn for an instruction,
      *     Cnnnn for a cell, nnnn the 0-indexed address) where it
      *     does not.
      * The source is then put back through the assembler and the
      * result compared record for record with the original - an
      * object is only safe to retire once its disassembly
      * reassembles to exactly the same file. Findings and the
      * verdict go to the <object>.DIS report.
      *
      * Usage: gorbdis <object-path>
      *----------------------------------------------------------*
       01 GORBDIS-MAX-ADDR     PIC 9(4) VALUE 9999.
       01 OBJECT-PATH          PIC X(200).
       01 SYMMAP-PATH          PIC X(210).
       01 SOURCE-PATH          PIC X(210).
       01 REASM-PATH           PIC X(220).
       01 REPORT-PATH          PIC X(210).
       01 OBJECT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 SYMMAP-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 SOURCE-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 REASM-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 REPORT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 ARG-COUNT            PIC 9(3).
       01 ERROR-STRING         PIC X(100) VALUE SPACES.
       01 EOF                  PIC X(1) VALUE "N".
       01 REASM-EOF            PIC X(1) VALUE "N".

      *----------------------------------------------------------*
      * Process return code:
      *   1 = bad arguments
      *   2 = object cannot be disassembled
      *   3 = reassembly failed or is not byte-identical
      *----------------------------------------------------------*
       01 GORBDIS-RC           PIC 9(1) VALUE 0.
         88 RC-BAD-ARGS                 VALUE 1.
         88 RC-BAD-OBJECT               VALUE 2.
         88 RC-NOT-IDENTICAL            VALUE 3.

      *----------------------------------------------------------*
      * Which assembler binary proves the round trip, overridable
      * the way GORBJOB's interpreter is.
      *----------------------------------------------------------*
       01 GORBDIS-ASSEMBLER    PIC X(200) VALUE SPACES.
       01 ASM-COMMAND          PIC X(420).
       01 ASM-RAW              PIC S9(9) VALUE 0.
       01 ASM-RC               PIC 9(3)  VALUE 0.

      *----------------------------------------------------------*
      * The object as loaded, 1-indexed the way the interpreter's
      * INSTRUCTION table is; operands are 0-indexed addresses.
      *----------------------------------------------------------*
       01 DIS-PROGRAM.
         03 DIS-INSTRUCTION             OCCURS 9999 TIMES.
           05 DIS-OPCODE       PIC X(1).
           05 DIS-OPERAND      PIC 9(4).
       01 INSTR-TOTAL          PIC 9(5) VALUE 0.
       01 INSTR-IDX            PIC 9(5).

      *----------------------------------------------------------*
      * Names chosen for instruction addresses and data cells,
      * indexed by 0-indexed address + 1. The label table runs one
      * past the last instruction so a branch to the end of the
      * program can still be named. GEN marks a generated name,
      * which needs its own EQU line; .SYMMAP names get theirs
      * from the symbol map pass.
      *----------------------------------------------------------*
       01 LABEL-TABLE.
         03 LABEL-ENTRY                 OCCURS 10000 TIMES.
           05 LABEL-NAME       PIC X(16) VALUE SPACES.
           05 LABEL-SYM-IDX    PIC 9(3)  VALUE ZERO.
       01 CELL-TABLE.
         03 CELL-ENTRY                  OCCURS 9999 TIMES.
           05 CELL-NAME        PIC X(16) VALUE SPACES.
           05 CELL-GEN-SW      PIC X(1)  VALUE "N".
       01 TARGET-IDX           PIC 9(5).
       01 ADDR-LIMIT           PIC 9(5).
       01 CELL-IDX             PIC 9(5).

      *----------------------------------------------------------*
      * The .SYMMAP as loaded. An entry GORBASM could not take
      * back - a numeric-looking name, an address outside the
      * program - is marked unusable and reported.
      *----------------------------------------------------------*
       01 SYM-TABLE.
         03 SYM-ENTRY                   OCCURS 500 TIMES.
           05 SYM-TYPE         PIC X(1).
           05 SYM-VALUE        PIC 9(4).
           05 SYM-NAME         PIC X(16).
           05 SYM-USABLE-SW    PIC X(1).
       01 SYM-COUNT            PIC 9(3) VALUE 0.
       01 SYM-IDX              PIC 9(3).
       01 SYMMAP-SW            PIC X(1) VALUE "N".
         88 SYMMAP-LOADED               VALUE "Y".

      *----------------------------------------------------------*
      * GORBASM's own limits: 500 symbols and 2000 source lines.
      * Past the symbol limit operands stay numeric rather than
      * produce a source the assembler would refuse.
      *----------------------------------------------------------*
       01 ASM-MAX-SYMBOLS      PIC 9(3) VALUE 500.
       01 ASM-MAX-LINES        PIC 9(4) VALUE 2000.
       01 SYMBOL-TOTAL         PIC 9(4) VALUE 0.
       01 SOURCE-LINES         PIC 9(5) VALUE 0.
       01 SYMBOLS-FULL-SW      PIC X(1) VALUE "N".
         88 SYMBOLS-FULL                VALUE "Y".

       01 NAME-IN              PIC X(16).
       01 NAME-LEN             PIC 9(2).
       01 NAME-TAKEN-SW        PIC X(1) VALUE "N".
       01 GEN-ADDR             PIC 9(4).
       01 I                    PIC 9(2).

       01 SOURCE-LINE.
         03 SOURCE-LABEL       PIC X(18).
         03 SOURCE-OPCODE      PIC X(1).
         03 FILLER             PIC X(1) VALUE SPACE.
         03 SOURCE-OPERAND     PIC X(16).
         03 FILLER             PIC X(44) VALUE SPACES.
       01 EQU-LINE.
         03 EQU-NAME           PIC X(16).
         03 FILLER             PIC X(5) VALUE " EQU ".
         03 EQU-VALUE          PIC 9(4).
         03 FILLER             PIC X(55) VALUE SPACES.
       01 OPERAND-D            PIC 9(4).

       01 REPORT-OPEN-SW       PIC X(1) VALUE "N".
         88 REPORT-FILE-IS-OPEN         VALUE "Y".
       01 SOURCE-OPEN-SW       PIC X(1) VALUE "N".
         88 SOURCE-FILE-IS-OPEN         VALUE "Y".
       01 FINDING-LINE         PIC X(100).
       01 ERROR-COUNT          PIC 9(4) VALUE 0.
       01 WARNING-COUNT        PIC 9(4) VALUE 0.
       01 LABEL-COUNT          PIC 9(5) VALUE 0.
       01 CELL-COUNT           PIC 9(5) VALUE 0.
       01 COMPARE-COUNT        PIC 9(5) VALUE 0.
       01 MISMATCH-COUNT       PIC 9(5) VALUE 0.
       01 COUNT-D              PIC 9(9).

       PROCEDURE DIVISION.
           PERFORM READ-ARGS      THRU READ-ARGS-FN.
           PERFORM OPEN-REPORT    THRU OPEN-REPORT-FN.
           PERFORM LOAD-OBJECT    THRU LOAD-OBJECT-FN.
           PERFORM LOAD-SYMMAP    THRU LOAD-SYMMAP-FN.
           PERFORM NAME-SYMBOLS   THRU NAME-SYMBOLS-FN.
           PERFORM WRITE-SOURCE   THRU WRITE-SOURCE-FN.
           PERFORM REASSEMBLE     THRU REASSEMBLE-FN.
           PERFORM COMPARE-OBJECTS THRU COMPARE-OBJECTS-FN.
           PERFORM CLOSE-REPORT   THRU CLOSE-REPORT-FN.
           GO EXIT-PROGRAM.

       EXIT-PROGRAM.
           IF SOURCE-FILE-IS-OPEN
             CLOSE SOURCE-FILE
           END-IF.
           IF REPORT-FILE-IS-OPEN
             CLOSE REPORT-FILE
           END-IF.
           IF ERROR-STRING NOT = SPACES
             DISPLAY
               "Error in " ERROR-STRING
             END-DISPLAY
           END-IF.
           MOVE GORBDIS-RC TO RETURN-CODE.
           STOP RUN.

       READ-ARGS.
      *----------*
           ACCEPT ARG-COUNT
             FROM ARGUMENT-NUMBER
           END-ACCEPT.
           IF ARG-COUNT NOT = 1
             STRING "READ-ARGS | Wrong number of arguments: "
               ARG-COUNT
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-ARGS TO TRUE
             GO EXIT-PROGRAM
           END-IF.

           ACCEPT OBJECT-PATH
             FROM ARGUMENT-VALUE
           END-ACCEPT.

      * REASM-PATH is derived from SOURCE-PATH, so SOURCE-PATH
      * must be all spaces past its content before it is used as
      * a STRING source.
           MOVE SPACES TO SYMMAP-PATH SOURCE-PATH REASM-PATH
                          REPORT-PATH.

           STRING OBJECT-PATH    DELIMITED BY SPACE
                  ".SYMMAP"      DELIMITED BY SIZE
                  INTO SYMMAP-PATH
           END-STRING.

           STRING OBJECT-PATH    DELIMITED BY SPACE
                  ".SRC"         DELIMITED BY SIZE
                  INTO SOURCE-PATH
           END-STRING.

      * Where GORBASM will put the object it assembles from the
      * source - its OBJECT-PATH rule, source path plus .GORB.
           STRING SOURCE-PATH    DELIMITED BY SPACE
                  ".GORB"        DELIMITED BY SIZE
                  INTO REASM-PATH
           END-STRING.

           STRING OBJECT-PATH    DELIMITED BY SPACE
                  ".DIS"         DELIMITED BY SIZE
                  INTO REPORT-PATH
           END-STRING.

           ACCEPT GORBDIS-ASSEMBLER
             FROM ENVIRONMENT "GORBDIS_ASSEMBLER"
           END-ACCEPT.
           IF GORBDIS-ASSEMBLER = SPACES
             MOVE "gorbasm" TO GORBDIS-ASSEMBLER
           END-IF.
       READ-ARGS-FN.
      *-------------*
           EXIT.

       OPEN-REPORT.
      *------------*
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
             STRING "OPEN-REPORT | Cannot open report: "
               DELIMITED BY SIZE
               REPORT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET REPORT-FILE-IS-OPEN TO TRUE.
           MOVE "GORBDIS DISASSEMBLY REPORT" TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Object         : " DELIMITED BY SIZE
                  OBJECT-PATH         DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Source         : " DELIMITED BY SIZE
                  SOURCE-PATH         DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Reassembled    : " DELIMITED BY SIZE
                  REASM-PATH          DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
       OPEN-REPORT-FN.
      *---------------*
           EXIT.

       WRITE-FINDING.
      *--------------*
           MOVE FINDING-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
           IF FINDING-LINE(1:1) = "E"
             ADD 1 TO ERROR-COUNT END-ADD
           ELSE
             ADD 1 TO WARNING-COUNT END-ADD
           END-IF.
       WRITE-FINDING-FN.
      *-----------------*
           EXIT.

       LOAD-OBJECT.
      *------------*
      * An opcode the assembler would refuse stops the run here -
      * there is no source to write for it. An operand that is
      * not four digits is loaded the way the interpreter's MOVE
      * would see it (as zero) and flagged: the disassembly can
      * still be written, but it can never reassemble to the same
      * bytes.
           OPEN INPUT OBJECT-FILE.
           IF OBJECT-FILE-STATUS NOT = "00"
             STRING "LOAD-OBJECT | Cannot open object file: "
               DELIMITED BY SIZE
               OBJECT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           PERFORM UNTIL EOF = "Y"
             READ OBJECT-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 PERFORM LOAD-ONE-INSTRUCTION
                   THRU LOAD-ONE-INSTRUCTION-FN
             END-READ
           END-PERFORM.
           CLOSE OBJECT-FILE.
           IF INSTR-TOTAL = 0
             STRING "LOAD-OBJECT | Object file is empty: "
               DELIMITED BY SIZE
               OBJECT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       LOAD-OBJECT-FN.
      *---------------*
           EXIT.

       LOAD-ONE-INSTRUCTION.
      *---------------------*
           IF INSTR-TOTAL >= GORBDIS-MAX-ADDR
             STRING "LOAD-OBJECT | Object exceeds address space: "
               DELIMITED BY SIZE
               OBJECT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             CLOSE OBJECT-FILE
             GO EXIT-PROGRAM
           END-IF.
           ADD 1 TO INSTR-TOTAL END-ADD.
           MOVE OBJECT-RECORD(1:1) TO DIS-OPCODE (INSTR-TOTAL).
           EVALUATE DIS-OPCODE (INSTR-TOTAL)
      * Base instructions
             WHEN "G" WHEN "O" WHEN "R" WHEN "B"
             WHEN "I" WHEN "T" WHEN "S" WHEN "A"
      * Extended instructions
             WHEN "g" WHEN "o" WHEN "r"
             WHEN "b" WHEN "u" WHEN "m" WHEN "h" WHEN "t"
             WHEN "k" WHEN "w"
               CONTINUE
             WHEN OTHER
               STRING "LOAD-OBJECT | Unrecognized opcode '"
                 DELIMITED BY SIZE
                 OBJECT-RECORD(1:1) DELIMITED BY SIZE
                 "' at record " DELIMITED BY SIZE
                 INSTR-TOTAL DELIMITED BY SIZE
                 INTO ERROR-STRING
               END-STRING
               SET RC-BAD-OBJECT TO TRUE
               CLOSE OBJECT-FILE
               GO EXIT-PROGRAM
           END-EVALUATE.
           IF OBJECT-RECORD(2:4) IS NUMERIC
             MOVE OBJECT-RECORD(2:4) TO DIS-OPERAND (INSTR-TOTAL)
           ELSE
             MOVE 0 TO DIS-OPERAND (INSTR-TOTAL)
             MOVE SPACES TO FINDING-LINE
             STRING "W | RECORD " DELIMITED BY SIZE
                    INSTR-TOTAL DELIMITED BY SIZE
                    " | Operand not four digits, taken as 0000: '"
                      DELIMITED BY SIZE
                    OBJECT-RECORD(2:4) DELIMITED BY SIZE
                    "'" DELIMITED BY SIZE
                    INTO FINDING-LINE
             END-STRING
             PERFORM WRITE-FINDING THRU WRITE-FINDING-FN
           END-IF.
           IF OBJECT-RECORD(6:) NOT = SPACES
             MOVE SPACES TO FINDING-LINE
             STRING "W | RECORD " DELIMITED BY SIZE
                    INSTR-TOTAL DELIMITED BY SIZE
                    " | Text past column 5 ignored: "
                      DELIMITED BY SIZE
                    OBJECT-RECORD(6:40) DELIMITED BY SIZE
                    INTO FINDING-LINE
             END-STRING
             PERFORM WRITE-FINDING THRU WRITE-FINDING-FN
           END-IF.
       LOAD-ONE-INSTRUCTION-FN.
      *------------------------*
           EXIT.

       LOAD-SYMMAP.
      *------------*
      * Optional, as it is to the interpreter: no .SYMMAP just
      * means every name is generated.
           OPEN INPUT SYMMAP-FILE.
           IF SYMMAP-FILE-STATUS NOT = "00"
             MOVE "Symbol map     : NONE - NAMES GENERATED"
               TO REPORT-RECORD
             WRITE REPORT-RECORD END-WRITE
             GO LOAD-SYMMAP-FN
           END-IF.
           SET SYMMAP-LOADED TO TRUE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Symbol map     : " DELIMITED BY SIZE
                  SYMMAP-PATH         DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE "N" TO EOF.
           PERFORM UNTIL EOF = "Y"
             READ SYMMAP-FILE
               AT END
                 MOVE "Y" TO EOF
               NOT AT END
                 IF SYM-COUNT < ASM-MAX-SYMBOLS
                   PERFORM LOAD-ONE-SYMBOL THRU LOAD-ONE-SYMBOL-FN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYMMAP-FILE.
       LOAD-SYMMAP-FN.
      *---------------*
           EXIT.

       LOAD-ONE-SYMBOL.
      *----------------*
           ADD 1 TO SYM-COUNT END-ADD.
           MOVE SYMMAP-TYPE TO SYM-TYPE (SYM-COUNT).
           MOVE SYMMAP-NAME TO SYM-NAME (SYM-COUNT).
           MOVE "Y"         TO SYM-USABLE-SW (SYM-COUNT).
           IF SYMMAP-VALUE IS NUMERIC
             MOVE SYMMAP-VALUE TO SYM-VALUE (SYM-COUNT)
           ELSE
             MOVE 0   TO SYM-VALUE (SYM-COUNT)
             MOVE "N" TO SYM-USABLE-SW (SYM-COUNT)
           END-IF.
           MOVE SYMMAP-NAME TO NAME-IN.
           PERFORM CHECK-NAME-SHAPE THRU CHECK-NAME-SHAPE-FN.
           EVALUATE TRUE
             WHEN SYM-USABLE-SW (SYM-COUNT) = "N"
               CONTINUE
             WHEN NAME-TAKEN-SW = "Y"
               MOVE "N" TO SYM-USABLE-SW (SYM-COUNT)
             WHEN SYM-TYPE (SYM-COUNT) = "L"
               IF SYM-VALUE (SYM-COUNT) > INSTR-TOTAL
                 MOVE "N" TO SYM-USABLE-SW (SYM-COUNT)
               END-IF
             WHEN SYM-TYPE (SYM-COUNT) = "E"
               IF SYM-VALUE (SYM-COUNT) >= GORBDIS-MAX-ADDR
                 MOVE "N" TO SYM-USABLE-SW (SYM-COUNT)
               END-IF
             WHEN OTHER
               MOVE "N" TO SYM-USABLE-SW (SYM-COUNT)
           END-EVALUATE.
           IF SYM-USABLE-SW (SYM-COUNT) = "N"
             MOVE SPACES TO FINDING-LINE
             STRING "W | SYMMAP | Entry not usable, ignored: "
                      DELIMITED BY SIZE
                    SYMMAP-RECORD DELIMITED BY SIZE
                    INTO FINDING-LINE
             END-STRING
             PERFORM WRITE-FINDING THRU WRITE-FINDING-FN
           ELSE
             ADD 1 TO SYMBOL-TOTAL END-ADD
           END-IF.
       LOAD-ONE-SYMBOL-FN.
      *-------------------*
           EXIT.

       CHECK-NAME-SHAPE.
      *-----------------*
      * A name GORBASM would not read back as a symbol is refused:
      * blank, EQU (pass one would take the line as a definition),
      * ending in a colon, or four digits or fewer that are all
      * numeric (RESOLVE-OPERAND would take it as a number).
      * NAME-TAKEN-SW comes back "Y" for a name that cannot be
      * used.
           MOVE "N" TO NAME-TAKEN-SW.
           MOVE 0 TO NAME-LEN.
           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > 16 OR NAME-IN(I:1) = SPACE
             ADD 1 TO NAME-LEN END-ADD
           END-PERFORM.
           EVALUATE TRUE
             WHEN NAME-LEN = 0
               MOVE "Y" TO NAME-TAKEN-SW
             WHEN NAME-IN = "EQU"
               MOVE "Y" TO NAME-TAKEN-SW
             WHEN NAME-IN(NAME-LEN:1) = ":"
               MOVE "Y" TO NAME-TAKEN-SW
             WHEN NAME-LEN <= 4
               IF NAME-IN(1:NAME-LEN) IS NUMERIC
                 MOVE "Y" TO NAME-TAKEN-SW
               END-IF
           END-EVALUATE.
       CHECK-NAME-SHAPE-FN.
      *--------------------*
           EXIT.

       NAME-SYMBOLS.
      *-------------*
      * Real names first: each usable .SYMMAP label names its
      * instruction and each usable EQU its cell, the first name
      * per address winning where the map has several. Then every
      * branch target and cell operand still unnamed gets a
      * generated one.
           PERFORM VARYING SYM-IDX FROM 1 BY 1
                     UNTIL SYM-IDX > SYM-COUNT
             IF SYM-USABLE-SW (SYM-IDX) = "Y"
               IF SYM-TYPE (SYM-IDX) = "L"
                 ADD 1 SYM-VALUE (SYM-IDX) GIVING TARGET-IDX END-ADD
                 IF LABEL-NAME (TARGET-IDX) = SPACES
                   MOVE SYM-NAME (SYM-IDX) TO LABEL-NAME (TARGET-IDX)
                   MOVE SYM-IDX TO LABEL-SYM-IDX (TARGET-IDX)
                 END-IF
               ELSE
                 ADD 1 SYM-VALUE (SYM-IDX) GIVING CELL-IDX END-ADD
                 IF CELL-NAME (CELL-IDX) = SPACES
                   MOVE SYM-NAME (SYM-IDX) TO CELL-NAME (CELL-IDX)
                   MOVE "N" TO CELL-GEN-SW (CELL-IDX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                     UNTIL INSTR-IDX > INSTR-TOTAL
             EVALUATE DIS-OPCODE (INSTR-IDX)
               WHEN "B"
                 PERFORM NAME-TARGET THRU NAME-TARGET-FN
               WHEN "G" WHEN "O" WHEN "A" WHEN "u" WHEN "m"
               WHEN "g" WHEN "o" WHEN "r" WHEN "b"
               WHEN "k" WHEN "w"
                 PERFORM NAME-CELL THRU NAME-CELL-FN
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           IF SYMBOLS-FULL
             MOVE SPACES TO FINDING-LINE
             STRING "W | SYMBOLS | GORBASM symbol table limit "
                      DELIMITED BY SIZE
                    "reached - remaining operands left numeric"
                      DELIMITED BY SIZE
                    INTO FINDING-LINE
             END-STRING
             PERFORM WRITE-FINDING THRU WRITE-FINDING-FN
           END-IF.
       NAME-SYMBOLS-FN.
      *----------------*
           EXIT.

       NAME-TARGET.
      *------------*
      * A branch past the end of the program has no instruction
      * to hang a label on (one just past the end does - a label
      * line after the last instruction); it stays numeric.
           IF DIS-OPERAND (INSTR-IDX) > INSTR-TOTAL
             GO NAME-TARGET-FN
           END-IF.
           ADD 1 DIS-OPERAND (INSTR-IDX) GIVING TARGET-IDX END-ADD.
           IF LABEL-NAME (TARGET-IDX) NOT = SPACES
             GO NAME-TARGET-FN
           END-IF.
           IF SYMBOL-TOTAL >= ASM-MAX-SYMBOLS
             SET SYMBOLS-FULL TO TRUE
             GO NAME-TARGET-FN
           END-IF.
           MOVE DIS-OPERAND (INSTR-IDX) TO GEN-ADDR.
           MOVE SPACES TO NAME-IN.
           STRING "L" GEN-ADDR DELIMITED BY SIZE INTO NAME-IN
           END-STRING.
           PERFORM UNIQUE-NAME THRU UNIQUE-NAME-FN.
           MOVE NAME-IN TO LABEL-NAME (TARGET-IDX).
           MOVE 0 TO LABEL-SYM-IDX (TARGET-IDX).
           ADD 1 TO SYMBOL-TOTAL END-ADD.
       NAME-TARGET-FN.
      *---------------*
           EXIT.

       NAME-CELL.
      *----------*
           IF DIS-OPERAND (INSTR-IDX) >= GORBDIS-MAX-ADDR
             GO NAME-CELL-FN
           END-IF.
           ADD 1 DIS-OPERAND (INSTR-IDX) GIVING CELL-IDX END-ADD.
           IF CELL-NAME (CELL-IDX) NOT = SPACES
             GO NAME-CELL-FN
           END-IF.
           IF SYMBOL-TOTAL >= ASM-MAX-SYMBOLS
             SET SYMBOLS-FULL TO TRUE
             GO NAME-CELL-FN
           END-IF.
           MOVE DIS-OPERAND (INSTR-IDX) TO GEN-ADDR.
           MOVE SPACES TO NAME-IN.
           STRING "C" GEN-ADDR DELIMITED BY SIZE INTO NAME-IN
           END-STRING.
           PERFORM UNIQUE-NAME THRU UNIQUE-NAME-FN.
           MOVE NAME-IN TO CELL-NAME (CELL-IDX).
           MOVE "Y" TO CELL-GEN-SW (CELL-IDX).
           ADD 1 TO SYMBOL-TOTAL END-ADD.
       NAME-CELL-FN.
      *-------------*
           EXIT.

       UNIQUE-NAME.
      *------------*
      * A generated name must not clash with a real one from the
      * .SYMMAP - the assembler refuses a duplicate symbol. The
      * rare clash takes a G prefix, which no generated name has.
           MOVE "N" TO NAME-TAKEN-SW.
           PERFORM VARYING SYM-IDX FROM 1 BY 1
                     UNTIL SYM-IDX > SYM-COUNT
                        OR NAME-TAKEN-SW = "Y"
             IF SYM-NAME (SYM-IDX) = NAME-IN
                 AND SYM-USABLE-SW (SYM-IDX) = "Y"
               MOVE "Y" TO NAME-TAKEN-SW
             END-IF
           END-PERFORM.
           IF NAME-TAKEN-SW = "Y"
             MOVE NAME-IN(1:15) TO NAME-IN(2:15)
             MOVE "G" TO NAME-IN(1:1)
           END-IF.
       UNIQUE-NAME-FN.
      *---------------*
           EXIT.

       WRITE-SOURCE.
      *-------------*
      * EQU definitions first - every usable .SYMMAP EQU, named
      * cell or not, so none of the original names is lost - then
      * the generated ones, then the program itself.
           OPEN OUTPUT SOURCE-FILE.
           IF SOURCE-FILE-STATUS NOT = "00"
             STRING "WRITE-SOURCE | Cannot open source file: "
               DELIMITED BY SIZE
               SOURCE-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
           SET SOURCE-FILE-IS-OPEN TO TRUE.
           MOVE SPACES TO SOURCE-RECORD.
           STRING "* Disassembled from " DELIMITED BY SIZE
                  OBJECT-PATH DELIMITED BY SPACE
                  INTO SOURCE-RECORD
           END-STRING.
           PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN.
           IF SYMMAP-LOADED
             MOVE "* Names from the object's .SYMMAP"
               TO SOURCE-RECORD
           ELSE
             MOVE "* No .SYMMAP - Lnnnn/Cnnnn names are generated"
               TO SOURCE-RECORD
           END-IF.
           PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN.
           MOVE "*" TO SOURCE-RECORD.
           PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN.

           PERFORM VARYING SYM-IDX FROM 1 BY 1
                     UNTIL SYM-IDX > SYM-COUNT
             IF SYM-USABLE-SW (SYM-IDX) = "Y"
                 AND SYM-TYPE (SYM-IDX) = "E"
               MOVE SYM-NAME  (SYM-IDX) TO EQU-NAME
               MOVE SYM-VALUE (SYM-IDX) TO EQU-VALUE
               MOVE EQU-LINE TO SOURCE-RECORD
               PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN
               ADD 1 TO CELL-COUNT END-ADD
             END-IF
           END-PERFORM.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                     UNTIL CELL-IDX > GORBDIS-MAX-ADDR
             IF CELL-GEN-SW (CELL-IDX) = "Y"
               MOVE CELL-NAME (CELL-IDX) TO EQU-NAME
               SUBTRACT 1 FROM CELL-IDX GIVING EQU-VALUE END-SUBTRACT
               MOVE EQU-LINE TO SOURCE-RECORD
               PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN
               ADD 1 TO CELL-COUNT END-ADD
             END-IF
           END-PERFORM.
           MOVE "*" TO SOURCE-RECORD.
           PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN.

      * One pass past the last instruction, for a label that sits
      * at the end of the program.
           ADD 1 INSTR-TOTAL GIVING ADDR-LIMIT END-ADD.
           PERFORM VARYING INSTR-IDX FROM 1 BY 1
                     UNTIL INSTR-IDX > ADDR-LIMIT
             PERFORM WRITE-ONE-ADDRESS THRU WRITE-ONE-ADDRESS-FN
           END-PERFORM.
           CLOSE SOURCE-FILE.
           MOVE "N" TO SOURCE-OPEN-SW.
           IF SOURCE-LINES > ASM-MAX-LINES
             STRING "WRITE-SOURCE | Source exceeds the assembler's "
               "2000 lines: " DELIMITED BY SIZE
               SOURCE-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             GO EXIT-PROGRAM
           END-IF.
       WRITE-SOURCE-FN.
      *----------------*
           EXIT.

       WRITE-ONE-ADDRESS.
      *------------------*
      * Any further .SYMMAP labels at this address go on label-only
      * lines ahead of the instruction - GORBASM gives a bare
      * label the address of the next instruction it meets.
           PERFORM VARYING SYM-IDX FROM 1 BY 1
                     UNTIL SYM-IDX > SYM-COUNT
             IF SYM-USABLE-SW (SYM-IDX) = "Y"
                 AND SYM-TYPE (SYM-IDX) = "L"
                 AND SYM-VALUE (SYM-IDX) + 1 = INSTR-IDX
                 AND SYM-IDX NOT = LABEL-SYM-IDX (INSTR-IDX)
               MOVE SPACES TO SOURCE-LINE
               STRING SYM-NAME (SYM-IDX) DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      INTO SOURCE-LABEL
               END-STRING
               MOVE SOURCE-LINE TO SOURCE-RECORD
               PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN
               ADD 1 TO LABEL-COUNT END-ADD
             END-IF
           END-PERFORM.
           MOVE SPACES TO SOURCE-LINE.
           IF LABEL-NAME (INSTR-IDX) NOT = SPACES
             STRING LABEL-NAME (INSTR-IDX) DELIMITED BY SPACE
                    ":" DELIMITED BY SIZE
                    INTO SOURCE-LABEL
             END-STRING
             ADD 1 TO LABEL-COUNT END-ADD
           END-IF.
           IF INSTR-IDX > INSTR-TOTAL
             IF SOURCE-LINE NOT = SPACES
               MOVE SOURCE-LINE TO SOURCE-RECORD
               PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN
             END-IF
             GO WRITE-ONE-ADDRESS-FN
           END-IF.
           MOVE DIS-OPCODE (INSTR-IDX) TO SOURCE-OPCODE.
           MOVE DIS-OPERAND (INSTR-IDX) TO OPERAND-D.
           MOVE OPERAND-D TO SOURCE-OPERAND.
           EVALUATE DIS-OPCODE (INSTR-IDX)
             WHEN "B"
               IF DIS-OPERAND (INSTR-IDX) <= INSTR-TOTAL
                 ADD 1 DIS-OPERAND (INSTR-IDX) GIVING TARGET-IDX
                 END-ADD
                 IF LABEL-NAME (TARGET-IDX) NOT = SPACES
                   MOVE LABEL-NAME (TARGET-IDX) TO SOURCE-OPERAND
                 END-IF
               END-IF
             WHEN "G" WHEN "O" WHEN "A" WHEN "u" WHEN "m"
             WHEN "g" WHEN "o" WHEN "r" WHEN "b"
             WHEN "k" WHEN "w"
               IF DIS-OPERAND (INSTR-IDX) < GORBDIS-MAX-ADDR
                 ADD 1 DIS-OPERAND (INSTR-IDX) GIVING CELL-IDX
                 END-ADD
                 IF CELL-NAME (CELL-IDX) NOT = SPACES
                   MOVE CELL-NAME (CELL-IDX) TO SOURCE-OPERAND
                 END-IF
               END-IF
      * Opcodes that ignore their operand read better without a
      * zero one; GORBASM assembles an omitted operand as 0000.
             WHEN "R" WHEN "T" WHEN "t" WHEN "h"
               IF DIS-OPERAND (INSTR-IDX) = 0
                 MOVE SPACES TO SOURCE-OPERAND
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE SOURCE-LINE TO SOURCE-RECORD.
           PERFORM WRITE-SOURCE-RECORD THRU WRITE-SOURCE-RECORD-FN.
       WRITE-ONE-ADDRESS-FN.
      *---------------------*
           EXIT.

       WRITE-SOURCE-RECORD.
      *--------------------*
           WRITE SOURCE-RECORD END-WRITE.
           ADD 1 TO SOURCE-LINES END-ADD.
           MOVE SPACES TO SOURCE-RECORD.
       WRITE-SOURCE-RECORD-FN.
      *-----------------------*
           EXIT.

       REASSEMBLE.
      *-----------*
      * Drive the assembler over the new source the way GORBJOB
      * drives the interpreter, with the same wait-status scaling.
           MOVE SPACES TO ASM-COMMAND.
           STRING GORBDIS-ASSEMBLER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SOURCE-PATH DELIMITED BY SPACE
                  INTO ASM-COMMAND
           END-STRING.
           CALL "SYSTEM" USING ASM-COMMAND END-CALL.
           MOVE RETURN-CODE TO ASM-RAW.
           MOVE 0 TO RETURN-CODE.
           IF ASM-RAW > 255
             DIVIDE ASM-RAW BY 256 GIVING ASM-RC END-DIVIDE
           ELSE
             MOVE ASM-RAW TO ASM-RC
           END-IF.
           IF ASM-RC NOT = 0
             MOVE SPACES TO FINDING-LINE
             STRING "E | REASSEMBLY | Assembler failed (RC "
                      DELIMITED BY SIZE
                    ASM-RC DELIMITED BY SIZE
                    "): " DELIMITED BY SIZE
                    SOURCE-PATH DELIMITED BY SPACE
                    INTO FINDING-LINE
             END-STRING
             PERFORM WRITE-FINDING THRU WRITE-FINDING-FN
           END-IF.
       REASSEMBLE-FN.
      *--------------*
           EXIT.

       COMPARE-OBJECTS.
      *----------------*
      * Record for record, original against reassembled. Every
      * difference is an E finding - a single one means the
      * original cannot be retired on the strength of this
      * source.
           IF ASM-RC NOT = 0
             GO COMPARE-OBJECTS-FN
           END-IF.
           OPEN INPUT REASM-FILE.
           IF REASM-FILE-STATUS NOT = "00"
             MOVE SPACES TO FINDING-LINE
             STRING "E | REASSEMBLY | No reassembled object: "
                      DELIMITED BY SIZE
                    REASM-PATH DELIMITED BY SPACE
                    INTO FINDING-LINE
             END-STRING
             PERFORM WRITE-FINDING THRU WRITE-FINDING-FN
             GO COMPARE-OBJECTS-FN
           END-IF.
           OPEN INPUT OBJECT-FILE.
           IF OBJECT-FILE-STATUS NOT = "00"
             STRING "COMPARE-OBJECTS | Cannot reopen object file: "
               DELIMITED BY SIZE
               OBJECT-PATH DELIMITED BY SPACE
               INTO ERROR-STRING
             END-STRING
             SET RC-BAD-OBJECT TO TRUE
             CLOSE REASM-FILE
             GO EXIT-PROGRAM
           END-IF.
           MOVE "N" TO EOF REASM-EOF.
           PERFORM UNTIL EOF = "Y" AND REASM-EOF = "Y"
             MOVE SPACES TO OBJECT-RECORD REASM-RECORD
             IF EOF NOT = "Y"
               READ OBJECT-FILE
                 AT END
                   MOVE "Y" TO EOF
               END-READ
             END-IF
             IF REASM-EOF NOT = "Y"
               READ REASM-FILE
                 AT END
                   MOVE "Y" TO REASM-EOF
               END-READ
             END-IF
             IF EOF NOT = "Y" OR REASM-EOF NOT = "Y"
               PERFORM COMPARE-ONE-RECORD THRU COMPARE-ONE-RECORD-FN
             END-IF
           END-PERFORM.
           CLOSE OBJECT-FILE.
           CLOSE REASM-FILE.
       COMPARE-OBJECTS-FN.
      *-------------------*
           EXIT.

       COMPARE-ONE-RECORD.
      *-------------------*
           ADD 1 TO COMPARE-COUNT END-ADD.
           IF EOF = "Y"
             MOVE "<end of file>" TO OBJECT-RECORD
           END-IF.
           IF REASM-EOF = "Y"
             MOVE "<end of file>" TO REASM-RECORD
           END-IF.
           IF OBJECT-RECORD = REASM-RECORD
             GO COMPARE-ONE-RECORD-FN
           END-IF.
           ADD 1 TO MISMATCH-COUNT END-ADD.
           MOVE SPACES TO FINDING-LINE.
           STRING "E | RECORD " DELIMITED BY SIZE
                  COMPARE-COUNT DELIMITED BY SIZE
                  " | Original '" DELIMITED BY SIZE
                  OBJECT-RECORD(1:20) DELIMITED BY "  "
                  "' reassembled '" DELIMITED BY SIZE
                  REASM-RECORD(1:20) DELIMITED BY "  "
                  "'" DELIMITED BY SIZE
                  INTO FINDING-LINE
           END-STRING.
           PERFORM WRITE-FINDING THRU WRITE-FINDING-FN.
       COMPARE-ONE-RECORD-FN.
      *----------------------*
           EXIT.

       CLOSE-REPORT.
      *-------------*
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE INSTR-TOTAL TO COUNT-D.
           STRING "Instructions   : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE LABEL-COUNT TO COUNT-D.
           STRING "Labels         : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE CELL-COUNT TO COUNT-D.
           STRING "Cell names     : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE MISMATCH-COUNT TO COUNT-D.
           STRING "Mismatches     : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WARNING-COUNT TO COUNT-D.
           STRING "Warnings       : " DELIMITED BY SIZE
                  COUNT-D             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD END-WRITE.
           IF ERROR-COUNT = 0
             MOVE "Result         : IDENTICAL" TO REPORT-RECORD
           ELSE
             MOVE "Result         : NOT IDENTICAL" TO REPORT-RECORD
             SET RC-NOT-IDENTICAL TO TRUE
           END-IF.
           WRITE REPORT-RECORD END-WRITE.
           CLOSE REPORT-FILE.
           MOVE "N" TO REPORT-OPEN-SW.
       CLOSE-REPORT-FN.
      *----------------*
           EXIT.
