      *****************************************************************
      * Program name:    STRC013
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: prints the data usage
      *                          exceptions report from the STRCDDEF
      *                          data-declaration and STRCDREF
      *                          data-reference extracts STRC000
      *                          writes - per program, the data items
      *                          never referenced, those set but never
      *                          read, and those read but never set
      *                          anywhere in the batch - so dead and
      *                          suspect storage is a report, not a
      *                          manual source scan
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC013.
       AUTHOR. MAINTAINER.
       INSTALLATION. IBM Z Xplore Learning Platform.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRCDREF ASSIGN TO STRCDREF
                   FILE STATUS IS STRCDREF-STATUS.
           SELECT STRCDDEF ASSIGN TO STRCDDEF
                   FILE STATUS IS STRCDDEF-STATUS.
           SELECT STRCDUSE ASSIGN TO STRCDUSE
                   FILE STATUS IS STRCDUSE-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    The 68-byte data-reference record STRC000 writes in
      *    565-WRITE-ONE-DREF-RECORD: program name, data name, the
      *    paragraph referencing it, and S when the paragraph only
      *    sets the name, R when it only reads it or B when it does
      *    both, with one space between fields.
       FD  STRCDREF.
       01 DREF-INPUT-RECORD.
          05 DIN-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 DIN-DATA-NAME            PIC X(30).
          05 FILLER                   PIC X(1).
          05 DIN-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1).
          05 DIN-USAGE-FLAG           PIC X(1).
      *
      *    The 100-byte data-declaration record STRC000 writes in
      *    595-WRITE-ONE-DDEF-RECORD: program name, data name, the
      *    two-digit level number, the 01 or 77 record the name
      *    belongs to, the copybook it was declared in (blank for the
      *    member's own text), its section, and V when it carries a
      *    VALUE clause. A program's records arrive together, in the
      *    order declared, FILLERs and a name declared twice
      *    included, so the level numbers give the group structure.
       FD  STRCDDEF.
       01 DDEF-INPUT-RECORD.
          05 DEC-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1).
          05 DEC-DATA-NAME            PIC X(30).
          05 FILLER                   PIC X(1).
          05 DEC-LEVEL-NUMBER         PIC X(2).
          05 FILLER                   PIC X(1).
          05 DEC-RECORD-NAME          PIC X(30).
          05 FILLER                   PIC X(1).
          05 DEC-COPYBOOK-NAME        PIC X(8).
          05 FILLER                   PIC X(1).
          05 DEC-SECTION-NAME         PIC X(15).
          05 FILLER                   PIC X(1).
          05 DEC-VALUE-FLAG           PIC X(1).
      *
       FD  STRCDUSE.
       01 PRINT-AREA                  PIC X(132).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 STRCDREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCDREF-EOF                     VALUE "Y".
          05 STRCDDEF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCDDEF-EOF                     VALUE "Y".
          05 TRUNCATED-SWITCH         PIC X      VALUE "N".
             88 EXTRACT-IS-TRUNCATED             VALUE "Y".
          05 PROGRAM-TRUNCATED-SWITCH PIC X      VALUE "N".
             88 PROGRAM-IS-TRUNCATED             VALUE "Y".
          05 GROUP-TITLE-SWITCH       PIC X      VALUE "N".
             88 GROUP-TITLE-PRINTED              VALUE "Y".
          05 STACK-SETTLED-SWITCH     PIC X      VALUE "N".
             88 STACK-IS-SETTLED                 VALUE "Y".
      *
      *    The whole reference extract is held in storage: whether a
      *    name is set anywhere in the batch can only be answered
      *    once every program's references are in.
       01 REFERENCE-TABLE.
          05 REFERENCE-ENTRY          OCCURS 50000 TIMES
                                       INDEXED BY REF-IDX.
             10 RT-PROGRAM-NAME       PIC X(8).
             10 RT-DATA-NAME          PIC X(30).
             10 RT-USAGE-FLAG         PIC X(1).
       01 REFERENCE-ENTRY-COUNT       PIC 9(5)   VALUE 0.
      *
      *    One program's declarations at a time, in declaration
      *    order, each with the group it sits in and what the
      *    references say about it: read or set in this program and
      *    set anywhere in the batch. A condition name's usage is
      *    credited to the item it sits under as well, so IF and SET
      *    TO TRUE on an 88 count as reading and setting its switch
      *    byte. The TREE flags add in everything under the item
      *    (read, set in the batch or given a VALUE, used here at
      *    all); the ABOVE flags say whether a group the item sits
      *    in was read, or set or given a VALUE.
       01 DECLARATION-TABLE.
          05 DECLARATION-ENTRY        OCCURS 5000 TIMES
                                       INDEXED BY DECL-IDX.
             10 DT-DATA-NAME          PIC X(30).
             10 DT-LEVEL-NUMBER       PIC X(2).
             10 DT-RECORD-NAME        PIC X(30).
             10 DT-COPYBOOK-NAME      PIC X(8).
             10 DT-SECTION-NAME       PIC X(15).
             10 DT-VALUE-FLAG         PIC X(1).
             10 DT-PARENT-SUB         PIC 9(4).
             10 DT-READ-FLAG          PIC X(1).
             10 DT-SET-FLAG           PIC X(1).
             10 DT-BATCH-SET-FLAG     PIC X(1).
             10 DT-TREE-READ-FLAG     PIC X(1).
             10 DT-TREE-SET-FLAG      PIC X(1).
             10 DT-TREE-USED-FLAG     PIC X(1).
             10 DT-ABOVE-READ-FLAG    PIC X(1).
             10 DT-ABOVE-SET-FLAG     PIC X(1).
       01 DECLARATION-COUNT           PIC 9(4)   VALUE 0.
      *
      *    The groups still open while a program's declarations are
      *    held: each entry is a declaration and its level number,
      *    innermost on top.
       01 LEVEL-STACK.
          05 LEVEL-STACK-ENTRY        OCCURS 49 TIMES.
             10 LS-DECL-SUB           PIC 9(4).
             10 LS-LEVEL-NUMBER       PIC 9(2).
       01 LEVEL-STACK-DEPTH           PIC 9(2)   VALUE 0.
      *
       01 REPORT-WORK-FIELDS.
          05 REF-SUB                  PIC 9(5)   VALUE 0.
          05 DECL-SUB                 PIC 9(4)   VALUE 0.
          05 PARENT-SUB               PIC 9(4)   VALUE 0.
          05 CURRENT-LEVEL-NUMBER     PIC 9(2)   VALUE 0.
          05 CURRENT-PROGRAM-NAME     PIC X(8)   VALUE SPACE.
          05 CURRENT-GROUP-TITLE      PIC X(40)  VALUE SPACE.
          05 PROGRAM-EXCEPTION-COUNT  PIC 9(4)   VALUE 0.
      *
       01 REPORT-STATISTICS.
          05 PROGRAMS-LISTED-COUNT    PIC 9(4)   VALUE 0.
          05 UNREFERENCED-COUNT       PIC 9(5)   VALUE 0.
          05 SET-NOT-READ-COUNT       PIC 9(5)   VALUE 0.
          05 READ-NOT-SET-COUNT       PIC 9(5)   VALUE 0.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE           PIC 9(2)   VALUE 55.
          05 LINE-COUNT               PIC 9(2)   VALUE 0.
          05 PAGE-NUMBER              PIC 9(4)   VALUE 1.
      *
       01 FILE-STATUS-FIELDS.
          05 STRCDREF-STATUS          PIC X(2)   VALUE "00".
          05 STRCDDEF-STATUS          PIC X(2)   VALUE "00".
          05 STRCDUSE-STATUS          PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME          PIC X(8)   VALUE SPACE.
          05 ERROR-STATUS-CODE        PIC X(2)   VALUE SPACE.
      *
       01 CURRENT-DATE-AND-TIME.
          05 CURRENT-DATE.
             10 CD-CURRENT-YEAR       PIC 9(4).
             10 CD-CURRENT-MONTH      PIC 9(2).
             10 CD-CURRENT-DAY        PIC 9(2).
          05 CURRENT-TIME.
             10 CD-CURRENT-HOURS      PIC 9(2).
             10 CD-CURRENT-MINUTES    PIC 9(2).
      *
       01 HEADING-LINE-1.
          05 FILLER                   PIC X(7)   VALUE "DATE:  ".
          05 HL1-DAY                  PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE "/".
          05 HL1-MONTH                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE "/".
          05 HL1-YEAR                 PIC 9(4).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "MANU'S COBOL".
          05 FILLER                   PIC X(12)  VALUE " DATA USAGE ".
          05 FILLER                   PIC X(12)  VALUE "EXCEPTIONS R".
          05 FILLER                   PIC X(12)  VALUE "EPORT       ".
          05 FILLER                   PIC X(63)  VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                   PIC X(7)   VALUE "TIME:  ".
          05 HL2-HOURS                PIC 9(2).
          05 FILLER                   PIC X(1)   VALUE ":".
          05 HL2-MINUTES              PIC 9(2).
          05 FILLER                   PIC X(58)  VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "STRC013".
          05 FILLER                   PIC X(55)  VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                   PIC X(12)  VALUE "ALL PROGRAMS".
          05 FILLER                   PIC X(12)  VALUE " IN EXTRACT ".
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "PAGE:".
          05 HL3-PAGE-NUMBER          PIC ZZZ9.
          05 FILLER                   PIC X(95)  VALUE SPACE.
      *
      *    Built up field by field, then moved whole to PRINT-AREA
      *    just before WRITE, the same way STRC005 builds its lines.
       01 PROGRAM-HEADER-LINE.
          05 FILLER                   PIC X(9)   VALUE "PROGRAM: ".
          05 PHL-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(16)  VALUE
                                          "DECLARATIONS:   ".
          05 PHL-DECLARED-COUNT       PIC ZZZ9.
          05 FILLER                   PIC X(91)  VALUE SPACE.
      *
       01 GROUP-TITLE-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 GTL-GROUP-TITLE          PIC X(40).
          05 FILLER                   PIC X(90)  VALUE SPACE.
      *
       01 EXCEPTION-DETAIL-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 EDL-DATA-NAME            PIC X(30).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(6)   VALUE "LEVEL ".
          05 EDL-LEVEL-NUMBER         PIC X(2).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 FILLER                   PIC X(7)   VALUE "RECORD ".
          05 EDL-RECORD-NAME          PIC X(30).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "COPYBOOK ".
          05 EDL-COPYBOOK-NAME        PIC X(8).
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 EDL-SECTION-NAME         PIC X(15).
          05 FILLER                   PIC X(14)  VALUE SPACE.
      *
       01 NO-EXCEPTIONS-LINE.
          05 FILLER                   PIC X(2)   VALUE SPACE.
          05 FILLER                   PIC X(12)  VALUE "NO DATA USAG".
          05 FILLER                   PIC X(12)  VALUE "E EXCEPTIONS".
          05 FILLER                   PIC X(106) VALUE SPACE.
      *
       01 TRUNCATION-NOTE-LINE.
          05 FILLER                   PIC X(12)  VALUE "*** REPORT T".
          05 FILLER                   PIC X(12)  VALUE "RUNCATED - E".
          05 FILLER                   PIC X(12)  VALUE "XTRACT TABLE".
          05 FILLER                   PIC X(12)  VALUE " CAPACITY EX".
          05 FILLER                   PIC X(10)  VALUE "CEEDED ***".
          05 FILLER                   PIC X(74)  VALUE SPACE.
      *
       01 NO-DECLARATIONS-LINE.
          05 FILLER                   PIC X(12)  VALUE "NO DATA DECL".
          05 FILLER                   PIC X(12)  VALUE "ARATIONS IN ".
          05 FILLER                   PIC X(11)  VALUE "THE EXTRACT".
          05 FILLER                   PIC X(97)  VALUE SPACE.
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(10)  VALUE "PROGRAMS: ".
          05 FL-PROGRAMS-COUNT        PIC ZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(18)  VALUE
                                          "NEVER REFERENCED: ".
          05 FL-UNREFERENCED-COUNT    PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(20)  VALUE
                                          "SET BUT NEVER READ: ".
          05 FL-SET-NOT-READ-COUNT    PIC ZZZZ9.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(20)  VALUE
                                          "READ BUT NEVER SET: ".
          05 FL-READ-NOT-SET-COUNT    PIC ZZZZ9.
          05 FILLER                   PIC X(42)  VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Loads the whole STRCDREF extract, then reads STRCDDEF one
      *  program at a time and lists, under the program, the names
      *  it declares that no statement references, those its
      *  statements set but never read, and those it reads that no
      *  program in the batch ever sets.
      ******************************************************************
       000-PREPARE-DATA-USAGE-REPORT.
           PERFORM 100-FORMAT-HEADING-LINES.
           OPEN INPUT STRCDREF
                      STRCDDEF.
           OPEN OUTPUT STRCDUSE.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 110-LOAD-REFERENCE-RECORD
              UNTIL(STRCDREF-EOF).
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 120-READ-DECLARATION-RECORD.
           PERFORM 300-REPORT-ONE-PROGRAM
              UNTIL(STRCDDEF-EOF).
           IF PROGRAMS-LISTED-COUNT = 0
              MOVE NO-DECLARATIONS-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCDUSE-STATUS
           END-IF.
           PERFORM 400-PRINT-FOOTER-LINE.
           CLOSE STRCDREF
                 STRCDDEF
                 STRCDUSE.
           STOP RUN.
      *
       010-CHECK-OPEN-STATUS.
           IF STRCDREF-STATUS NOT = "00"
              MOVE "STRCDREF" TO ERROR-FILE-NAME
              MOVE STRCDREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCDDEF-STATUS NOT = "00"
              MOVE "STRCDDEF" TO ERROR-FILE-NAME
              MOVE STRCDDEF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCDUSE-STATUS NOT = "00"
              MOVE "STRCDUSE" TO ERROR-FILE-NAME
              MOVE STRCDUSE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC013 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       018-CHECK-STRCDUSE-STATUS.
           IF STRCDUSE-STATUS NOT = "00"
              MOVE "STRCDUSE" TO ERROR-FILE-NAME
              MOVE STRCDUSE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
       100-FORMAT-HEADING-LINES.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-CURRENT-DAY TO HL1-DAY.
           MOVE CD-CURRENT-MONTH TO HL1-MONTH.
           MOVE CD-CURRENT-YEAR TO HL1-YEAR.
           MOVE CD-CURRENT-HOURS TO HL2-HOURS.
           MOVE CD-CURRENT-MINUTES TO HL2-MINUTES.
      *
       110-LOAD-REFERENCE-RECORD.
           READ STRCDREF
           AT END
              MOVE "Y" TO STRCDREF-EOF-SWITCH
           NOT AT END
              IF STRCDREF-STATUS NOT = "00"
                 MOVE "STRCDREF" TO ERROR-FILE-NAME
                 MOVE STRCDREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              PERFORM 115-STORE-REFERENCE-ENTRY
           END-READ.
      *
       115-STORE-REFERENCE-ENTRY.
           IF REFERENCE-ENTRY-COUNT < 50000
              ADD 1 TO REFERENCE-ENTRY-COUNT
              MOVE DIN-PROGRAM-NAME
                TO RT-PROGRAM-NAME(REFERENCE-ENTRY-COUNT)
              MOVE DIN-DATA-NAME
                TO RT-DATA-NAME(REFERENCE-ENTRY-COUNT)
              MOVE DIN-USAGE-FLAG
                TO RT-USAGE-FLAG(REFERENCE-ENTRY-COUNT)
           ELSE
              PERFORM 118-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *    An extract that outruns a table is reported from whatever
      *    was banked, flagged on the report, and ends the step with
      *    warning RC 8 - the same trade STRC005 makes. A truncated
      *    reference table can list names as unreferenced that are
      *    not, which is why the note matters.
       118-NOTE-EXTRACT-TRUNCATED.
           IF EXTRACT-IS-TRUNCATED
              CONTINUE
           ELSE
              SET EXTRACT-IS-TRUNCATED TO TRUE
              DISPLAY "STRC013 - EXTRACT TABLE CAPACITY EXCEEDED"
                      " - REPORT TRUNCATED"
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       120-READ-DECLARATION-RECORD.
           READ STRCDDEF
           AT END
              MOVE "Y" TO STRCDDEF-EOF-SWITCH
           NOT AT END
              IF STRCDDEF-STATUS NOT = "00"
                 MOVE "STRCDDEF" TO ERROR-FILE-NAME
                 MOVE STRCDDEF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
           END-READ.
      *
       200-PRINT-HEADING-LINES.
           MOVE PAGE-NUMBER TO HL3-PAGE-NUMBER.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           MOVE 4 TO LINE-COUNT.
      *
       210-THROW-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER.
           PERFORM 200-PRINT-HEADING-LINES.
      *
      *    One program per call: its declarations are held, marked
      *    from the reference table, and then swept once per
      *    exception group, each group's title printed ahead of its
      *    first entry only.
       300-REPORT-ONE-PROGRAM.
           MOVE DEC-PROGRAM-NAME TO CURRENT-PROGRAM-NAME.
           MOVE 0 TO DECLARATION-COUNT.
           MOVE 0 TO LEVEL-STACK-DEPTH.
           MOVE 0 TO PROGRAM-EXCEPTION-COUNT.
           MOVE "N" TO PROGRAM-TRUNCATED-SWITCH.
           PERFORM 310-HOLD-ONE-DECLARATION
              UNTIL STRCDDEF-EOF
                 OR DEC-PROGRAM-NAME NOT = CURRENT-PROGRAM-NAME.
           PERFORM 320-MARK-DECLARATION-USAGE
              VARYING DECL-SUB FROM 1 BY 1
              UNTIL DECL-SUB > DECLARATION-COUNT.
           PERFORM 330-CARRY-USAGE-DOWN
              VARYING DECL-SUB FROM 1 BY 1
              UNTIL DECL-SUB > DECLARATION-COUNT.
           PERFORM 335-CARRY-USAGE-UP
              VARYING DECL-SUB FROM DECLARATION-COUNT BY -1
              UNTIL DECL-SUB < 1.
           PERFORM 340-PRINT-PROGRAM-HEADER.
           MOVE "NEVER REFERENCED" TO CURRENT-GROUP-TITLE.
           MOVE "N" TO GROUP-TITLE-SWITCH.
           PERFORM 350-TEST-NEVER-REFERENCED
              VARYING DECL-SUB FROM 1 BY 1
              UNTIL DECL-SUB > DECLARATION-COUNT.
           MOVE "SET BUT NEVER READ" TO CURRENT-GROUP-TITLE.
           MOVE "N" TO GROUP-TITLE-SWITCH.
           PERFORM 360-TEST-SET-NOT-READ
              VARYING DECL-SUB FROM 1 BY 1
              UNTIL DECL-SUB > DECLARATION-COUNT.
           MOVE "READ BUT NEVER SET IN THE BATCH"
             TO CURRENT-GROUP-TITLE.
           MOVE "N" TO GROUP-TITLE-SWITCH.
           PERFORM 370-TEST-READ-NOT-SET
              VARYING DECL-SUB FROM 1 BY 1
              UNTIL DECL-SUB > DECLARATION-COUNT.
           IF PROGRAM-EXCEPTION-COUNT = 0
              PERFORM 390-PRINT-NO-EXCEPTIONS
           END-IF.
      *
      *    The level numbers rebuild the groups as the declarations
      *    arrive: each item closes the open groups at its own level
      *    or deeper and hangs off the one left on top, then opens
      *    itself. An 01, 66 or 77 starts afresh. A condition name
      *    hangs off the top item without opening anything.
       310-HOLD-ONE-DECLARATION.
           IF DECLARATION-COUNT < 5000
              ADD 1 TO DECLARATION-COUNT
              MOVE DECLARATION-COUNT TO DECL-SUB
              MOVE DEC-DATA-NAME TO DT-DATA-NAME(DECL-SUB)
              MOVE DEC-LEVEL-NUMBER TO DT-LEVEL-NUMBER(DECL-SUB)
              MOVE DEC-RECORD-NAME TO DT-RECORD-NAME(DECL-SUB)
              MOVE DEC-COPYBOOK-NAME TO DT-COPYBOOK-NAME(DECL-SUB)
              MOVE DEC-SECTION-NAME TO DT-SECTION-NAME(DECL-SUB)
              MOVE DEC-VALUE-FLAG TO DT-VALUE-FLAG(DECL-SUB)
              MOVE "N" TO DT-READ-FLAG(DECL-SUB)
              MOVE "N" TO DT-SET-FLAG(DECL-SUB)
              MOVE "N" TO DT-BATCH-SET-FLAG(DECL-SUB)
              MOVE 0 TO DT-PARENT-SUB(DECL-SUB)
              IF DEC-LEVEL-NUMBER = "88"
                 IF LEVEL-STACK-DEPTH > 0
                    MOVE LS-DECL-SUB(LEVEL-STACK-DEPTH)
                      TO DT-PARENT-SUB(DECL-SUB)
                 END-IF
              ELSE
                 PERFORM 312-STACK-DECLARATION
              END-IF
           ELSE
              PERFORM 315-NOTE-PROGRAM-TRUNCATED
           END-IF.
           PERFORM 120-READ-DECLARATION-RECORD.
      *
       312-STACK-DECLARATION.
           IF DEC-LEVEL-NUMBER IS NUMERIC
              MOVE DEC-LEVEL-NUMBER TO CURRENT-LEVEL-NUMBER
           ELSE
              MOVE 1 TO CURRENT-LEVEL-NUMBER
           END-IF.
           IF CURRENT-LEVEL-NUMBER = 1 OR CURRENT-LEVEL-NUMBER > 49
              MOVE 0 TO LEVEL-STACK-DEPTH
           ELSE
              MOVE "N" TO STACK-SETTLED-SWITCH
              PERFORM 313-CLOSE-ONE-GROUP
                 UNTIL STACK-IS-SETTLED
           END-IF.
           IF LEVEL-STACK-DEPTH > 0
              MOVE LS-DECL-SUB(LEVEL-STACK-DEPTH)
                TO DT-PARENT-SUB(DECL-SUB)
           END-IF.
           IF LEVEL-STACK-DEPTH < 49
              ADD 1 TO LEVEL-STACK-DEPTH
              MOVE DECL-SUB TO LS-DECL-SUB(LEVEL-STACK-DEPTH)
              MOVE CURRENT-LEVEL-NUMBER
                TO LS-LEVEL-NUMBER(LEVEL-STACK-DEPTH)
           END-IF.
      *
       313-CLOSE-ONE-GROUP.
           IF LEVEL-STACK-DEPTH = 0
              SET STACK-IS-SETTLED TO TRUE
           ELSE
              IF LS-LEVEL-NUMBER(LEVEL-STACK-DEPTH)
                 < CURRENT-LEVEL-NUMBER
                 SET STACK-IS-SETTLED TO TRUE
              ELSE
                 SUBTRACT 1 FROM LEVEL-STACK-DEPTH
              END-IF
           END-IF.
      *
       315-NOTE-PROGRAM-TRUNCATED.
           IF PROGRAM-IS-TRUNCATED
              CONTINUE
           ELSE
              SET PROGRAM-IS-TRUNCATED TO TRUE
              PERFORM 118-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *    Every reference to the name is looked at: a set anywhere
      *    in the batch counts for the batch, but read and set in
      *    this program only from this program's own references.
      *    The parent of a condition name was marked earlier in the
      *    table, so crediting it afterwards is safe.
       320-MARK-DECLARATION-USAGE.
           PERFORM 325-TEST-ONE-REFERENCE
              VARYING REF-SUB FROM 1 BY 1
              UNTIL REF-SUB > REFERENCE-ENTRY-COUNT.
           MOVE DT-PARENT-SUB(DECL-SUB) TO PARENT-SUB.
           IF PARENT-SUB > 0
              AND DT-LEVEL-NUMBER(DECL-SUB) = "88"
              IF DT-READ-FLAG(DECL-SUB) = "Y"
                 MOVE "Y" TO DT-READ-FLAG(PARENT-SUB)
              END-IF
              IF DT-SET-FLAG(DECL-SUB) = "Y"
                 MOVE "Y" TO DT-SET-FLAG(PARENT-SUB)
              END-IF
              IF DT-BATCH-SET-FLAG(DECL-SUB) = "Y"
                 MOVE "Y" TO DT-BATCH-SET-FLAG(PARENT-SUB)
              END-IF
           END-IF.
      *
       325-TEST-ONE-REFERENCE.
           IF RT-DATA-NAME(REF-SUB) = DT-DATA-NAME(DECL-SUB)
              IF RT-USAGE-FLAG(REF-SUB) = "S"
                 OR RT-USAGE-FLAG(REF-SUB) = "B"
                 MOVE "Y" TO DT-BATCH-SET-FLAG(DECL-SUB)
                 IF RT-PROGRAM-NAME(REF-SUB) = CURRENT-PROGRAM-NAME
                    MOVE "Y" TO DT-SET-FLAG(DECL-SUB)
                 END-IF
              END-IF
              IF RT-USAGE-FLAG(REF-SUB) = "R"
                 OR RT-USAGE-FLAG(REF-SUB) = "B"
                 IF RT-PROGRAM-NAME(REF-SUB) = CURRENT-PROGRAM-NAME
                    MOVE "Y" TO DT-READ-FLAG(DECL-SUB)
                 END-IF
              END-IF
           END-IF.
      *
      *    Parents first: whether any group above the item was read,
      *    or set in the batch or given a VALUE, and the item's own
      *    usage as the start of its TREE flags. A condition name's
      *    VALUE is the value it tests for, not one given to the
      *    item above it, so it does not count as a set.
       330-CARRY-USAGE-DOWN.
           MOVE DT-READ-FLAG(DECL-SUB) TO DT-TREE-READ-FLAG(DECL-SUB).
           MOVE DT-BATCH-SET-FLAG(DECL-SUB)
             TO DT-TREE-SET-FLAG(DECL-SUB).
           IF DT-VALUE-FLAG(DECL-SUB) = "V"
              AND DT-LEVEL-NUMBER(DECL-SUB) NOT = "88"
              MOVE "Y" TO DT-TREE-SET-FLAG(DECL-SUB)
           END-IF.
           MOVE "N" TO DT-TREE-USED-FLAG(DECL-SUB).
           IF DT-READ-FLAG(DECL-SUB) = "Y"
              OR DT-SET-FLAG(DECL-SUB) = "Y"
              MOVE "Y" TO DT-TREE-USED-FLAG(DECL-SUB)
           END-IF.
           MOVE "N" TO DT-ABOVE-READ-FLAG(DECL-SUB).
           MOVE "N" TO DT-ABOVE-SET-FLAG(DECL-SUB).
           MOVE DT-PARENT-SUB(DECL-SUB) TO PARENT-SUB.
           IF PARENT-SUB > 0
              IF DT-READ-FLAG(PARENT-SUB) = "Y"
                 OR DT-ABOVE-READ-FLAG(PARENT-SUB) = "Y"
                 MOVE "Y" TO DT-ABOVE-READ-FLAG(DECL-SUB)
              END-IF
              IF DT-BATCH-SET-FLAG(PARENT-SUB) = "Y"
                 OR DT-VALUE-FLAG(PARENT-SUB) = "V"
                 OR DT-ABOVE-SET-FLAG(PARENT-SUB) = "Y"
                 MOVE "Y" TO DT-ABOVE-SET-FLAG(DECL-SUB)
              END-IF
           END-IF.
      *
      *    Last declaration first, so an item's TREE flags are
      *    complete before they are added into its group's.
       335-CARRY-USAGE-UP.
           MOVE DT-PARENT-SUB(DECL-SUB) TO PARENT-SUB.
           IF PARENT-SUB > 0
              IF DT-TREE-READ-FLAG(DECL-SUB) = "Y"
                 MOVE "Y" TO DT-TREE-READ-FLAG(PARENT-SUB)
              END-IF
              IF DT-TREE-SET-FLAG(DECL-SUB) = "Y"
                 MOVE "Y" TO DT-TREE-SET-FLAG(PARENT-SUB)
              END-IF
              IF DT-TREE-USED-FLAG(DECL-SUB) = "Y"
                 MOVE "Y" TO DT-TREE-USED-FLAG(PARENT-SUB)
              END-IF
           END-IF.
      *
       340-PRINT-PROGRAM-HEADER.
           IF LINE-COUNT + 3 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE CURRENT-PROGRAM-NAME TO PHL-PROGRAM-NAME.
           MOVE DECLARATION-COUNT TO PHL-DECLARED-COUNT.
           MOVE PROGRAM-HEADER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           ADD 2 TO LINE-COUNT.
           ADD 1 TO PROGRAMS-LISTED-COUNT.
      *
      *    An item that neither it nor anything under it references
      *    is listed when the group it sits in is in use, or when it
      *    sits in none, standing for everything under it. A FILLER
      *    has no name to reference and is never listed.
       350-TEST-NEVER-REFERENCED.
           IF DT-TREE-USED-FLAG(DECL-SUB) = "N"
              AND DT-DATA-NAME(DECL-SUB) NOT = "FILLER"
              MOVE DT-PARENT-SUB(DECL-SUB) TO PARENT-SUB
              IF PARENT-SUB = 0
                 PERFORM 380-PRINT-EXCEPTION-LINE
                 ADD 1 TO UNREFERENCED-COUNT
              ELSE
                 IF DT-TREE-USED-FLAG(PARENT-SUB) = "Y"
                    PERFORM 380-PRINT-EXCEPTION-LINE
                    ADD 1 TO UNREFERENCED-COUNT
                 END-IF
              END-IF
           END-IF.
      *
      *    Set here and never read here - not by name, not through
      *    anything under it (a group set whole and read field by
      *    field), and not through any group it sits in (a WRITE of
      *    the record, a MOVE of the whole group). A LINKAGE item is
      *    left out: what it is set to goes back to the caller.
       360-TEST-SET-NOT-READ.
           IF DT-SET-FLAG(DECL-SUB) = "Y"
              AND DT-TREE-READ-FLAG(DECL-SUB) = "N"
              AND DT-ABOVE-READ-FLAG(DECL-SUB) = "N"
              AND DT-LEVEL-NUMBER(DECL-SUB) NOT = "88"
              AND DT-SECTION-NAME(DECL-SUB) NOT = "LINKAGE"
              PERFORM 380-PRINT-EXCEPTION-LINE
              ADD 1 TO SET-NOT-READ-COUNT
           END-IF.
      *
      *    Read here but set by no program in the batch - not by
      *    name, not through anything under it, and not through any
      *    group it sits in - with no VALUE clause on it, under it or
      *    above it. Items that get a value some other way are left
      *    out: a FILE SECTION record filled by READ, a LINKAGE item
      *    filled by the caller, and a condition name, whose value
      *    is fixed.
       370-TEST-READ-NOT-SET.
           IF DT-READ-FLAG(DECL-SUB) = "Y"
              AND DT-TREE-SET-FLAG(DECL-SUB) = "N"
              AND DT-ABOVE-SET-FLAG(DECL-SUB) = "N"
              AND DT-LEVEL-NUMBER(DECL-SUB) NOT = "88"
              AND DT-SECTION-NAME(DECL-SUB) NOT = "FILE"
              AND DT-SECTION-NAME(DECL-SUB) NOT = "LINKAGE"
              PERFORM 380-PRINT-EXCEPTION-LINE
              ADD 1 TO READ-NOT-SET-COUNT
           END-IF.
      *
       380-PRINT-EXCEPTION-LINE.
           IF GROUP-TITLE-PRINTED
              CONTINUE
           ELSE
              PERFORM 385-PRINT-GROUP-TITLE
           END-IF.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE DT-DATA-NAME(DECL-SUB) TO EDL-DATA-NAME.
           MOVE DT-LEVEL-NUMBER(DECL-SUB) TO EDL-LEVEL-NUMBER.
           MOVE DT-RECORD-NAME(DECL-SUB) TO EDL-RECORD-NAME.
           MOVE DT-COPYBOOK-NAME(DECL-SUB) TO EDL-COPYBOOK-NAME.
           MOVE DT-SECTION-NAME(DECL-SUB) TO EDL-SECTION-NAME.
           MOVE EXCEPTION-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO PROGRAM-EXCEPTION-COUNT.
      *
       385-PRINT-GROUP-TITLE.
           IF LINE-COUNT + 2 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE CURRENT-GROUP-TITLE TO GTL-GROUP-TITLE.
           MOVE GROUP-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           ADD 2 TO LINE-COUNT.
           SET GROUP-TITLE-PRINTED TO TRUE.
      *
       390-PRINT-NO-EXCEPTIONS.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE NO-EXCEPTIONS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
           ADD 2 TO LINE-COUNT.
      *
       400-PRINT-FOOTER-LINE.
           IF EXTRACT-IS-TRUNCATED
              IF LINE-COUNT + 1 >= LINES-PER-PAGE
                 PERFORM 210-THROW-NEW-PAGE
              END-IF
              MOVE TRUNCATION-NOTE-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCDUSE-STATUS
              ADD 2 TO LINE-COUNT
           END-IF.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE PROGRAMS-LISTED-COUNT TO FL-PROGRAMS-COUNT.
           MOVE UNREFERENCED-COUNT TO FL-UNREFERENCED-COUNT.
           MOVE SET-NOT-READ-COUNT TO FL-SET-NOT-READ-COUNT.
           MOVE READ-NOT-SET-COUNT TO FL-READ-NOT-SET-COUNT.
           MOVE FOOTER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCDUSE-STATUS.
      *
