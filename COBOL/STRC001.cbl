      *                          paragraph table is truncated and
      *                          reported with warning RC 8 instead
      *                          of abending the whole batch run
      * 15/10/2026 MAINTAINER    Sectioned programs and PERFORM ...
      *                          THRU ranges now chart properly: the
      *                          R=, T= and S= records hang every
      *                          paragraph of a performed range under
      *                          its performer, and a paragraph no
      *                          PERFORM names under its own section,
      *                          so depths, the tree chart and the
      *                          dead-code section no longer treat
      *                          them as unreachable
      * 15/10/2026 MAINTAINER    Each program's DB2 tables and CICS
      *                          commands, read from the new Q= and
      *                          X= records, are listed in a section
      *                          of their own between the GO TO
      *                          section and the footer
      * 15/10/2026 MAINTAINER    The listing now prints the STRCANNO
      *                          annotations STRC012 maintains: the
      *                          program's description, owner and
      *                          note at the top of its listing, each
      *                          paragraph's under its line, so the
      *                          reader knows whom to ask
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS IS STRCAUDT-STATUS.
           SELECT OPTIONAL STRCCNTL ASSIGN TO STRCCNTL
                   FILE STATUS IS STRCCNTL-STATUS.
           SELECT OPTIONAL STRCANNO ASSIGN TO STRCANNO
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS ANNO-KEY
                   FILE STATUS IS STRCANNO-STATUS.
      *****************************************************************
      *
      *****************************************************************
      *    this program only has the paragraph extract in front of it,
      *    not the PERFORM statements in the source, so it has no way
      *    to work either fact out on its own. STRC000 also writes the
      *    CAL= call records, the P= additional-performer edges, the
      *    R=/T=/S= range and section records, the Q=/X= EXEC SQL and
      *    EXEC CICS records, and the END= trailer defined below. This
      *    layout grew from 29 to 57 and then 58 bytes; one still in
      *    older 29-byte, two-field form must be rebuilt by STRC000
      *    before it can be read here. See COBOL/testdata/
          05 OLD-GOTO-TARGET          PIC X(26).
          05 OLD-GOTO-ORIGIN          PIC X(26).
      *
      *    One R= record per distinct PERFORM ... THRU range in the
      *    charted program: its first and last procedure names. Every
      *    procedure from the first through the last, in source
      *    order, is reached by whoever performs the range.
       01 OLD-RANGE-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-RANGE-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-RANGE-LITERAL        PIC X(2).
          05 OLD-RANGE-FIRST          PIC X(26).
          05 OLD-RANGE-LAST           PIC X(26).
      *
      *    One T= record per distinct paragraph that performs a THRU
      *    range: the range's first procedure and the performer.
      *    STRC000 writes these after the R= records.
       01 OLD-THRU-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-THRU-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-THRU-LITERAL         PIC X(2).
          05 OLD-THRU-FIRST           PIC X(26).
          05 OLD-THRU-PERFORMER       PIC X(26).
      *
      *    One S= record per paragraph coded inside a section: the
      *    paragraph and its owning section (itself charted as a
      *    procedure record). STRC000 writes these after the T=
      *    records.
       01 OLD-SECTION-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-SECT-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-SECT-LITERAL         PIC X(2).
          05 OLD-SECT-PARAGRAPH       PIC X(26).
          05 OLD-SECT-SECTION-NAME    PIC X(26).
      *
      *    One Q= record per distinct (SQL operation, table,
      *    paragraph) and one X= record per distinct (CICS command,
      *    program, transaction or file, paragraph) met inside the
      *    program's EXEC blocks; the paragraph is SPACES for a
      *    cursor declared in the DATA DIVISION. STRC000 writes these
      *    after the S= records, Q= first.
       01 OLD-EXEC-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-EXEC-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-EXEC-LITERAL         PIC X(2).
          05 OLD-EXEC-OPERATION       PIC X(8).
          05 OLD-EXEC-OBJECT          PIC X(18).
          05 OLD-EXEC-PARAGRAPH       PIC X(26).
      *
      *    Per-program trailer, the counterpart of the PGM= record
      *    (sequence number 000, literal "END="): the number of
      *    procedure records the extractor wrote for the program.
          05 CKPT-PARAGRAPH-COUNT     PIC 9(4).
          05 CKPT-COMMON-COUNT        PIC 9(4).
          05 CKPT-MAX-SEQUENCE-SEEN   PIC 9(4).
      *
      *    The annotation master STRC012 maintains, keyed on program
      *    name plus procedure name (SPACES for the program's own
      *    annotation), read at random under each listed entry.
      *    OPTIONAL, so installations that keep no annotations need
      *    no file.
       FD  STRCANNO.
       01 ANNO-RECORD.
          05 ANNO-KEY.
             10 ANNO-PROGRAM-NAME     PIC X(8).
             10 ANNO-PROCEDURE-NAME   PIC X(26).
          05 ANNO-DESCRIPTION         PIC X(40).
          05 ANNO-OWNING-TEAM         PIC X(20).
          05 ANNO-CONTACT             PIC X(30).
          05 ANNO-NOTE                PIC X(60).
          05 ANNO-LAST-CHANGED-DATE   PIC 9(8).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
             88 TRAILER-RECORD                VALUE "T".
             88 EDGE-RECORD                   VALUE "E".
             88 GOTO-RECORD                   VALUE "G".
             88 RANGE-RECORD                  VALUE "R".
             88 THRU-RECORD                   VALUE "U".
             88 SECTION-RECORD                VALUE "S".
             88 SQL-RECORD                    VALUE "Q".
             88 CICS-RECORD                   VALUE "X".
          05 PENDING-RECORD-SWITCH PIC X      VALUE "N".
             88 RECORD-PENDING                VALUE "Y".
          05 RESTART-SWITCH        PIC X      VALUE "N".
             88 SECTION-IS-SUPPRESSED           VALUE "Y".
          05 TRUNCATED-SWITCH      PIC X      VALUE "N".
             88 PROGRAM-IS-TRUNCATED            VALUE "Y".
          05 ANNOTATION-FILE-SWITCH
                                       PIC X      VALUE "N".
             88 ANNOTATIONS-AVAILABLE           VALUE "Y".
          05 ANNOTATION-FOUND-SWITCH
                                       PIC X      VALUE "N".
             88 ANNOTATION-RECORD-FOUND         VALUE "Y".
      *
       01 PRINT-FIELDS.
          05 FILLER                   PIC X(1)   VALUE SPACE.
       01 PROGRAM-NAME-FIELDS.
          05 CURRENT-PROGRAM-NAME  PIC X(8)   VALUE SPACE.
          05 PARM-PROGRAM-NAME     PIC X(8)   VALUE SPACE.
          05 ANNOTATE-PARAGRAPH-NAME
                                       PIC X(26)  VALUE SPACE.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
                88 PP-PRINTED                    VALUE "Y".
             10 PP-CYCLE-FLAG         PIC X(1).
                88 PP-ON-CYCLE                   VALUE "Y".
             10 PP-SECTION-NAME       PIC X(26).
       01 PROGRAM-PARAGRAPH-COUNT  PIC 9(4)   VALUE 0.
       01 ANALYSIS-FIELDS.
          05 PARA-SUB              PIC 9(4)   VALUE 0.
          05 CYCLE-FOUND-SWITCH    PIC X      VALUE "N".
             88 CYCLE-WAS-FOUND                VALUE "Y".
          05 GEDGE-SUB             PIC 9(5)   VALUE 0.
          05 RANGE-SUB             PIC 9(4)   VALUE 0.
          05 TEDGE-SUB             PIC 9(5)   VALUE 0.
          05 EXEC-SUB              PIC 9(4)   VALUE 0.
          05 RANGE-FIRST-SUB       PIC 9(4)   VALUE 0.
          05 RANGE-LAST-SUB        PIC 9(4)   VALUE 0.
          05 RANGE-MEMBER-SUB      PIC 9(4)   VALUE 0.
          05 XEDGE-SCAN-SUB        PIC 9(5)   VALUE 0.
          05 RANGE-EDGE-SWITCH     PIC X      VALUE "N".
             88 RANGE-EDGE-IS-DUPLICATE        VALUE "Y".
       01 CURRENT-DEPTH            PIC 9(2)   VALUE 0.
       01 INDENT-CHARS             PIC 9(2)   VALUE 0.
       01 MAX-NESTING-DEPTH        PIC 9(2)   VALUE 12.
             10 GT-ORIGIN             PIC X(26).
       01 GOTO-EDGE-COUNT          PIC 9(5)   VALUE 0.
      *
      *    The current program's R= and T= records - its PERFORM ...
      *    THRU ranges and their performers - banked alongside the
      *    paragraph table and reset with it at every program
      *    boundary. 352 spreads each performer over every member of
      *    its ranges once the whole program is in.
       01 RANGE-TABLE.
          05 RANGE-ENTRY              OCCURS 5000 TIMES
                                       INDEXED BY RANGE-IDX.
             10 RG-FIRST              PIC X(26).
             10 RG-LAST               PIC X(26).
       01 RANGE-COUNT              PIC 9(4)   VALUE 0.
      *
       01 THRU-EDGE-TABLE.
          05 THRU-EDGE-ENTRY          OCCURS 10000 TIMES
                                       INDEXED BY TEDGE-IDX.
             10 TE-FIRST              PIC X(26).
             10 TE-PERFORMER          PIC X(26).
       01 THRU-EDGE-COUNT          PIC 9(5)   VALUE 0.
      *
      *    The current program's Q= and X= records - the DB2 tables
      *    its SQL touches and the CICS commands it issues - banked
      *    in extract order and reset at every program boundary, for
      *    the section printed ahead of the footer.
       01 EXEC-STATEMENT-TABLE.
          05 EXEC-STATEMENT-ENTRY     OCCURS 2000 TIMES
                                       INDEXED BY EXEC-IDX.
             10 XS-RECORD-LITERAL     PIC X(2).
             10 XS-OPERATION          PIC X(8).
             10 XS-OBJECT             PIC X(18).
             10 XS-PARAGRAPH          PIC X(26).
       01 EXEC-STATEMENT-COUNT     PIC 9(4)   VALUE 0.
      *
      *    One entry per CAL= record read anywhere in the batch, kept
      *    until end of file so the called-module report can group
      *    every caller in the batch under each called program.
          05 STRCCKPT-STATUS       PIC X(2)   VALUE "00".
          05 STRCAUDT-STATUS       PIC X(2)   VALUE "00".
          05 STRCCNTL-STATUS       PIC X(2)   VALUE "00".
          05 STRCANNO-STATUS       PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME       PIC X(8)   VALUE SPACE.
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NEW-EXCEPTION-FLAG       PIC X(23)  VALUE SPACE.
          05 FILLER                   PIC X(37)  VALUE SPACE.
      *
      *    Annotation lines print under the entry they belong to,
      *    in line with the procedure names, the scope on the first
      *    line of each annotation.
       01 ANNOTATION-LINE.
          05 FILLER                   PIC X(5)   VALUE SPACE.
          05 ANL-SCOPE                PIC X(5).
          05 ANL-LABEL                PIC X(7).
          05 ANL-TEXT                 PIC X(70).
          05 FILLER                   PIC X(45)  VALUE SPACE.
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(7)   VALUE SPACE.
          05 FILLER                   PIC X(9)   VALUE "GOES TO: ".
          05 GTD-TARGET               PIC X(26).
          05 FILLER                   PIC X(66)  VALUE SPACE.
      *
       01 EXEC-TITLE-LINE.
          05 FILLER                   PIC X(12)  VALUE "DB2 TABLES A".
          05 FILLER                   PIC X(12)  VALUE "ND CICS COMM".
          05 FILLER                   PIC X(12)  VALUE "ANDS IN THIS".
          05 FILLER                   PIC X(12)  VALUE " PROGRAM    ".
          05 FILLER                   PIC X(84)  VALUE SPACE.
      *
       01 EXEC-DETAIL-LINE.
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 XSD-KIND                 PIC X(4).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 XSD-OPERATION            PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 XSD-OBJECT               PIC X(18).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 FILLER                   PIC X(11)  VALUE "PARAGRAPH: ".
          05 XSD-PARAGRAPH            PIC X(26).
          05 FILLER                   PIC X(58)  VALUE SPACE.
      *
       01 RESTART-NOTE-LINE.
          05 FILLER                   PIC X(12)  VALUE "RESTARTED RU".
      *    The audit trail is cumulative across runs, so it extends
      *    in both modes.
           OPEN EXTEND STRCAUDT.
           OPEN INPUT STRCANNO.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 600-WRITE-AUDIT-HEADER.
           PERFORM 105-DETERMINE-PROGRAM-NAME.
                 STRCEXCP
                 STRCXREF
                 STRCCKPT
                 STRCAUDT
                 STRCANNO.
           STOP RUN.
      *
      *    Each SELECT carries its own FILE STATUS; OPEN sets the
              MOVE STRCAUDT-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *    Status 05 on the annotation master means none is kept:
      *    the listing prints exactly as it did before there was one.
           IF STRCANNO-STATUS NOT = "00" AND STRCANNO-STATUS NOT = "05"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCANNO-STATUS = "00"
              SET ANNOTATIONS-AVAILABLE TO TRUE
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
                    END-IF
                 END-IF
              ELSE
      *    CAL=, P=, G=, R=, T=, S=, Q=, X= and END= records sit after
      *    every procedure record of their program, so meeting one
      *    inside the restart program means the checkpointed records
      *    have all been passed; they must be handed to the normal
      *    flow, not swallowed by the skip. A CAL= record belonging to
      *    an already-printed program is banked here instead, so the
      *    end-of-batch called-module report covers the whole batch
      *    after a restart, not just the tail.
                 IF IN-RESTART-PROGRAM
                 AND (CALL-RECORD OR TRAILER-RECORD OR EDGE-RECORD
                      OR GOTO-RECORD OR RANGE-RECORD OR THRU-RECORD
                      OR SECTION-RECORD OR SQL-RECORD OR CICS-RECORD
                      OR OLD-SEQUENCE-NUMBER > RESTART-SEQUENCE-NUMBER)
                    MOVE "Y" TO PENDING-RECORD-SWITCH
                    MOVE "N" TO SKIP-SWITCH
                 PERFORM 330-START-NEW-PROGRAM
              ELSE
      *    Everything belonging to an excluded program - procedure
      *    records, CAL=, P=, G=, R=, T=, S=, Q=, X=, END= - is passed
      *    over whole, so the program leaves no trace on any report
      *    or extract.
                 IF SKIPPING-EXCLUDED-PROGRAM
                    CONTINUE
                 ELSE
                 ELSE
                    IF GOTO-RECORD
                       PERFORM 339-STORE-GOTO-RECORD
                    ELSE
                       PERFORM 304-STORE-RANGE-OR-SECTION
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       304-STORE-RANGE-OR-SECTION.
           IF RANGE-RECORD
              PERFORM 301-STORE-RANGE-RECORD
           ELSE
              IF THRU-RECORD
                 PERFORM 302-STORE-THRU-RECORD
              ELSE
                 IF SECTION-RECORD
                    PERFORM 305-STORE-SECTION-RECORD
                 ELSE
                    IF SQL-RECORD OR CICS-RECORD
                       PERFORM 307-STORE-EXEC-RECORD
                    ELSE
                       PERFORM 315-STORE-PROCEDURE-RECORD
                    END-IF
              END-IF
           END-IF.
      *
      *    Losing a range or a THRU performer to overflow leaves the
      *    range's later paragraphs to be charted as dead code, so it
      *    is reported and the run continues, the same trade 337
      *    makes for the extra PERFORM edges.
       301-STORE-RANGE-RECORD.
           IF RANGE-COUNT < 5000
              ADD 1 TO RANGE-COUNT
              MOVE OLD-RANGE-FIRST TO RG-FIRST(RANGE-COUNT)
              MOVE OLD-RANGE-LAST TO RG-LAST(RANGE-COUNT)
           ELSE
              MOVE CURRENT-PROGRAM-NAME TO EXCP-PROGRAM-NAME
              MOVE 0 TO EXCP-SEQUENCE-NUMBER
              MOVE OLD-RANGE-FIRST TO EXCP-PROCEDURE-NAME
              MOVE "RANGE TABLE OVERFLOW" TO EXCP-REASON
              PERFORM 348-PUT-EXCEPTION-RECORD
           END-IF.
      *
       302-STORE-THRU-RECORD.
           IF THRU-EDGE-COUNT < 10000
              ADD 1 TO THRU-EDGE-COUNT
              MOVE OLD-THRU-FIRST TO TE-FIRST(THRU-EDGE-COUNT)
              MOVE OLD-THRU-PERFORMER
                TO TE-PERFORMER(THRU-EDGE-COUNT)
           ELSE
              MOVE CURRENT-PROGRAM-NAME TO EXCP-PROGRAM-NAME
              MOVE 0 TO EXCP-SEQUENCE-NUMBER
              MOVE OLD-THRU-FIRST TO EXCP-PROCEDURE-NAME
              MOVE "RANGE TABLE OVERFLOW" TO EXCP-REASON
              PERFORM 348-PUT-EXCEPTION-RECORD
           END-IF.
      *
      *    The owning section is noted on the paragraph's own table
      *    entry; a paragraph whose record never arrived (truncated,
      *    or passed by a restart) simply has nothing to note it on.
       305-STORE-SECTION-RECORD.
           PERFORM 306-NOTE-ONE-SECTION
              VARYING PARA-SUB FROM 1 BY 1
              UNTIL PARA-SUB > PROGRAM-PARAGRAPH-COUNT.
      *
       306-NOTE-ONE-SECTION.
           IF PP-PROCEDURE-NAME(PARA-SUB) = OLD-SECT-PARAGRAPH
              MOVE OLD-SECT-SECTION-NAME TO PP-SECTION-NAME(PARA-SUB)
           END-IF.
      *
      *    An EXEC record lost to overflow only shortens the DB2 and
      *    CICS section, so it is reported and the run continues.
       307-STORE-EXEC-RECORD.
           IF EXEC-STATEMENT-COUNT < 2000
              ADD 1 TO EXEC-STATEMENT-COUNT
              MOVE OLD-EXEC-LITERAL
                TO XS-RECORD-LITERAL(EXEC-STATEMENT-COUNT)
              MOVE OLD-EXEC-OPERATION
                TO XS-OPERATION(EXEC-STATEMENT-COUNT)
              MOVE OLD-EXEC-OBJECT TO XS-OBJECT(EXEC-STATEMENT-COUNT)
              MOVE OLD-EXEC-PARAGRAPH
                TO XS-PARAGRAPH(EXEC-STATEMENT-COUNT)
           ELSE
              MOVE CURRENT-PROGRAM-NAME TO EXCP-PROGRAM-NAME
              MOVE 0 TO EXCP-SEQUENCE-NUMBER
              MOVE OLD-EXEC-PARAGRAPH TO EXCP-PROCEDURE-NAME
              MOVE "EXEC TABLE OVERFLOW" TO EXCP-REASON
              PERFORM 348-PUT-EXCEPTION-RECORD
           END-IF.
      *
      *    COBLPROG in batch mode is a concatenation of several
      *    programs' extracts, each one led by its own identification
      *    record. Close the prior program out with its footer, then
              MOVE 0 TO PROGRAM-PARAGRAPH-COUNT
              MOVE 0 TO EXTRA-EDGE-COUNT
              MOVE 0 TO GOTO-EDGE-COUNT
              MOVE 0 TO RANGE-COUNT
              MOVE 0 TO THRU-EDGE-COUNT
              MOVE 0 TO EXEC-STATEMENT-COUNT
              PERFORM 107-RESET-FOOTER-STATISTICS
           ELSE
              MOVE "N" TO EXCLUDED-SKIP-SWITCH
              MOVE 0 TO PROGRAM-PARAGRAPH-COUNT
              MOVE 0 TO EXTRA-EDGE-COUNT
              MOVE 0 TO GOTO-EDGE-COUNT
              MOVE 0 TO RANGE-COUNT
              MOVE 0 TO THRU-EDGE-COUNT
              MOVE 0 TO EXEC-STATEMENT-COUNT
              MOVE ALL "N" TO SEQUENCE-SEEN-TABLE
              PERFORM 107-RESET-FOOTER-STATISTICS
              MOVE OLD-ID-EXPECTED-COUNT TO EXPECTED-COUNT-TEXT
                             AND OLD-GOTO-LITERAL = "G="
                             SET GOTO-RECORD TO TRUE
                          ELSE
                             PERFORM 311-CLASSIFY-RANGE-RECORDS
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-READ.
      *
       311-CLASSIFY-RANGE-RECORDS.
           IF OLD-SEQUENCE-NUMBER = 0
              AND OLD-RANGE-LITERAL = "R="
              SET RANGE-RECORD TO TRUE
           ELSE
              IF OLD-SEQUENCE-NUMBER = 0
                 AND OLD-THRU-LITERAL = "T="
                 SET THRU-RECORD TO TRUE
              ELSE
                 IF OLD-SEQUENCE-NUMBER = 0
                    AND OLD-SECT-LITERAL = "S="
                    SET SECTION-RECORD TO TRUE
                 ELSE
                    PERFORM 312-CLASSIFY-EXEC-RECORDS
                 END-IF
              END-IF
           END-IF.
      *
       312-CLASSIFY-EXEC-RECORDS.
           IF OLD-SEQUENCE-NUMBER = 0
              AND OLD-EXEC-LITERAL = "Q="
              SET SQL-RECORD TO TRUE
           ELSE
              IF OLD-SEQUENCE-NUMBER = 0
                 AND OLD-EXEC-LITERAL = "X="
                 SET CICS-RECORD TO TRUE
              ELSE
                 SET PROCEDURE-RECORD TO TRUE
              END-IF
           END-IF.
      *
      *    Validates the record's sequence number while it is still
      *    the current record, then banks it on the paragraph table;
                TO PP-PRINTED-FLAG(PROGRAM-PARAGRAPH-COUNT)
              MOVE "N"
                TO PP-CYCLE-FLAG(PROGRAM-PARAGRAPH-COUNT)
              MOVE SPACE
                TO PP-SECTION-NAME(PROGRAM-PARAGRAPH-COUNT)
           ELSE
              PERFORM 317-NOTE-PROGRAM-TRUNCATED
           END-IF.
      *    paragraphs no PERFORM ever reaches - not the root (the
      *    program's first paragraph), no recorded parent, a PERFORM
      *    count of zero, and never named as anyone else's parent.
      *    The THRU ranges and sections are spread over their member
      *    paragraphs first, so both analyses see them.
       361-ANALYZE-PROGRAM-STRUCTURE.
           PERFORM 352-APPLY-RANGES-AND-SECTIONS.
           PERFORM 362-COMPUTE-ONE-DEPTH
              VARYING PARA-SUB FROM 1 BY 1
              UNTIL PARA-SUB > PROGRAM-PARAGRAPH-COUNT.
              VARYING PARA-SUB FROM 1 BY 1
              UNTIL PARA-SUB > PROGRAM-PARAGRAPH-COUNT.
      *
      *    A PERFORM ... THRU reaches every procedure from the range's
      *    first through its last in source order, not just the first
      *    one STRC000 could resolve as a target: each member after
      *    the first takes the performer as its parent when it has
      *    none, or gets an extra edge under it when it already has
      *    another, so the tree chart shows it there too. A paragraph
      *    still without a parent after that, but coded inside a
      *    section, hangs under the section: a PERFORM of the section
      *    (or falling into it) is what gets control there.
       352-APPLY-RANGES-AND-SECTIONS.
           PERFORM 353-APPLY-ONE-THRU-EDGE
              VARYING TEDGE-SUB FROM 1 BY 1
              UNTIL TEDGE-SUB > THRU-EDGE-COUNT.
           PERFORM 359-APPLY-ONE-SECTION
              VARYING PARA-SUB FROM 1 BY 1
              UNTIL PARA-SUB > PROGRAM-PARAGRAPH-COUNT.
      *
       353-APPLY-ONE-THRU-EDGE.
           PERFORM 354-APPLY-ONE-RANGE
              VARYING RANGE-SUB FROM 1 BY 1
              UNTIL RANGE-SUB > RANGE-COUNT.
      *
      *    A range whose ends never both arrived, or whose last
      *    procedure stands ahead of its first, reaches nothing.
       354-APPLY-ONE-RANGE.
           IF RG-FIRST(RANGE-SUB) = TE-FIRST(TEDGE-SUB)
              MOVE 0 TO RANGE-FIRST-SUB
              MOVE 0 TO RANGE-LAST-SUB
              PERFORM 355-LOCATE-RANGE-ENDS
                 VARYING PARENT-SCAN-SUB FROM 1 BY 1
                 UNTIL PARENT-SCAN-SUB > PROGRAM-PARAGRAPH-COUNT
              IF RANGE-FIRST-SUB > 0
                 AND RANGE-LAST-SUB > RANGE-FIRST-SUB
                 PERFORM 356-REACH-ONE-RANGE-MEMBER
                    VARYING RANGE-MEMBER-SUB
                       FROM RANGE-FIRST-SUB BY 1
                    UNTIL RANGE-MEMBER-SUB > RANGE-LAST-SUB
              END-IF
           END-IF.
      *
       355-LOCATE-RANGE-ENDS.
           IF PP-PROCEDURE-NAME(PARENT-SCAN-SUB) = RG-FIRST(RANGE-SUB)
              AND RANGE-FIRST-SUB = 0
              MOVE PARENT-SCAN-SUB TO RANGE-FIRST-SUB
           END-IF.
           IF PP-PROCEDURE-NAME(PARENT-SCAN-SUB) = RG-LAST(RANGE-SUB)
              AND RANGE-LAST-SUB = 0
              MOVE PARENT-SCAN-SUB TO RANGE-LAST-SUB
           END-IF.
      *
      *    The first member already carries the THRU edge itself (it
      *    was the PERFORM target STRC000 resolved), so only the
      *    members after it need the performer spread onto them.
       356-REACH-ONE-RANGE-MEMBER.
           IF RANGE-MEMBER-SUB = RANGE-FIRST-SUB
              OR PP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                 = TE-PERFORMER(TEDGE-SUB)
              OR PP-PERFORMED-FROM(RANGE-MEMBER-SUB)
                 = TE-PERFORMER(TEDGE-SUB)
              CONTINUE
           ELSE
              IF PP-PERFORMED-FROM(RANGE-MEMBER-SUB) = SPACE
                 MOVE TE-PERFORMER(TEDGE-SUB)
                   TO PP-PERFORMED-FROM(RANGE-MEMBER-SUB)
              ELSE
                 PERFORM 357-ADD-RANGE-EDGE
              END-IF
           END-IF.
      *
       357-ADD-RANGE-EDGE.
           MOVE "N" TO RANGE-EDGE-SWITCH.
           PERFORM 358-TEST-ONE-RANGE-EDGE
              VARYING XEDGE-SCAN-SUB FROM 1 BY 1
              UNTIL XEDGE-SCAN-SUB > EXTRA-EDGE-COUNT.
           IF RANGE-EDGE-IS-DUPLICATE
              CONTINUE
           ELSE
              IF EXTRA-EDGE-COUNT < 10000
                 ADD 1 TO EXTRA-EDGE-COUNT
                 MOVE PP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                   TO XE-TARGET(EXTRA-EDGE-COUNT)
                 MOVE TE-PERFORMER(TEDGE-SUB)
                   TO XE-PERFORMER(EXTRA-EDGE-COUNT)
              ELSE
                 MOVE CURRENT-PROGRAM-NAME TO EXCP-PROGRAM-NAME
                 MOVE 0 TO EXCP-SEQUENCE-NUMBER
                 MOVE PP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                   TO EXCP-PROCEDURE-NAME
                 MOVE "EDGE TABLE OVERFLOW" TO EXCP-REASON
                 PERFORM 348-PUT-EXCEPTION-RECORD
              END-IF
           END-IF.
      *
       358-TEST-ONE-RANGE-EDGE.
           IF XE-TARGET(XEDGE-SCAN-SUB)
              = PP-PROCEDURE-NAME(RANGE-MEMBER-SUB)
              AND XE-PERFORMER(XEDGE-SCAN-SUB) = TE-PERFORMER(TEDGE-SUB)
              SET RANGE-EDGE-IS-DUPLICATE TO TRUE
           END-IF.
      *
       359-APPLY-ONE-SECTION.
           IF PP-SECTION-NAME(PARA-SUB) NOT = SPACE
              AND PP-PERFORMED-FROM(PARA-SUB) = SPACE
              MOVE PP-SECTION-NAME(PARA-SUB)
                TO PP-PERFORMED-FROM(PARA-SUB)
           END-IF.
      *
      *    Depth of a paragraph is the length of its PERFORM ancestor
      *    chain, walked parent by parent through the whole banked
      *    table: SPACES, or a parent whose record never arrived,
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCCHRT-STATUS.
           ADD 1 TO LINE-COUNT.
      *    The paragraph's annotation prints ahead of any checkpoint,
      *    so a restart never resumes between a line and its note.
           MOVE PP-PROCEDURE-NAME(PARA-SUB) TO ANNOTATE-PARAGRAPH-NAME.
           PERFORM 375-PRINT-PARAGRAPH-ANNOTATION.
           ADD 1 TO LINES-SINCE-CHECKPOINT.
           IF LINES-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
              MOVE PP-SEQUENCE-NUMBER(PARA-SUB)
              PERFORM 360-WRITE-CHECKPOINT-RECORD
           END-IF.
      *
      *****************************************************************
      *  Annotations: the program's own at the top of its listing,
      *  each paragraph's under its line - under its first line only
      *  in TREE mode, never a (SEE ABOVE) repeat. A keyed read per
      *  entry; status 23 is an entry nobody has annotated.
      *****************************************************************
       374-PRINT-PROGRAM-ANNOTATION.
           IF ANNOTATIONS-AVAILABLE
              MOVE CURRENT-PROGRAM-NAME TO ANNO-PROGRAM-NAME
              MOVE SPACE TO ANNO-PROCEDURE-NAME
              MOVE "PGM" TO ANL-SCOPE
              PERFORM 376-PRINT-ANNOTATION-LINES
           END-IF.
      *
       375-PRINT-PARAGRAPH-ANNOTATION.
           IF ANNOTATIONS-AVAILABLE
              MOVE CURRENT-PROGRAM-NAME TO ANNO-PROGRAM-NAME
              MOVE ANNOTATE-PARAGRAPH-NAME TO ANNO-PROCEDURE-NAME
              MOVE "PARA" TO ANL-SCOPE
              PERFORM 376-PRINT-ANNOTATION-LINES
           END-IF.
      *
       376-PRINT-ANNOTATION-LINES.
           MOVE "N" TO ANNOTATION-FOUND-SWITCH.
           READ STRCANNO
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET ANNOTATION-RECORD-FOUND TO TRUE
           END-READ.
           IF NOT ANNOTATION-RECORD-FOUND
              AND STRCANNO-STATUS NOT = "23"
              MOVE "STRCANNO" TO ERROR-FILE-NAME
              MOVE STRCANNO-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF ANNOTATION-RECORD-FOUND
              IF ANNO-DESCRIPTION NOT = SPACE
                 MOVE "DESC:  " TO ANL-LABEL
                 MOVE ANNO-DESCRIPTION TO ANL-TEXT
                 PERFORM 377-PRINT-ONE-ANNOTATION-LINE
              END-IF
              IF ANNO-OWNING-TEAM NOT = SPACE
                 OR ANNO-CONTACT NOT = SPACE
                 MOVE "OWNER: " TO ANL-LABEL
                 MOVE SPACE TO ANL-TEXT
                 IF ANNO-CONTACT = SPACE
                    MOVE ANNO-OWNING-TEAM TO ANL-TEXT
                 ELSE
                    STRING ANNO-OWNING-TEAM DELIMITED BY SIZE
                           " CONTACT: " DELIMITED BY SIZE
                           ANNO-CONTACT DELIMITED BY SIZE
                      INTO ANL-TEXT
                 END-IF
                 PERFORM 377-PRINT-ONE-ANNOTATION-LINE
              END-IF
              IF ANNO-NOTE NOT = SPACE
                 MOVE "NOTE:  " TO ANL-LABEL
                 MOVE ANNO-NOTE TO ANL-TEXT
                 PERFORM 377-PRINT-ONE-ANNOTATION-LINE
              END-IF
           END-IF.
      *
       377-PRINT-ONE-ANNOTATION-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE ANNOTATION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCCHRT-STATUS.
           ADD 1 TO LINE-COUNT.
           MOVE SPACE TO ANL-SCOPE.
      *
      *    The cross-reference extract is cut from the banked table
      *    in record order, whichever chart mode printed, so STRCXREF
      *    consumers see the same records either way.
           ELSE
              IF PROGRAM-PARAGRAPH-COUNT > 0
                 PERFORM 361-ANALYZE-PROGRAM-STRUCTURE
                 PERFORM 374-PRINT-PROGRAM-ANNOTATION
                 IF TREE-MODE
                    PERFORM 700-PRINT-TREE-LISTING
                 ELSE
                       PERFORM 395-PRINT-GOTO-SECTION
                    END-IF
                 END-IF
                 IF EXEC-STATEMENT-COUNT > 0
                    PERFORM 397-PRINT-EXEC-SECTION
                 END-IF
              END-IF
              PERFORM 382-RECONCILE-TRAILER-COUNT
              PERFORM 400-PRINT-FOOTER-LINE
           PERFORM 018-CHECK-STRCCHRT-STATUS.
           ADD 1 TO LINE-COUNT.
      *
      *    The program's DB2 tables and CICS commands, one line per
      *    banked Q= or X= record in extract order, printed after the
      *    GO TO section and ahead of the footer.
       397-PRINT-EXEC-SECTION.
           IF LINE-COUNT + 1 >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE EXEC-TITLE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 018-CHECK-STRCCHRT-STATUS.
           ADD 2 TO LINE-COUNT.
           PERFORM 398-PRINT-ONE-EXEC-LINE
              VARYING EXEC-SUB FROM 1 BY 1
              UNTIL EXEC-SUB > EXEC-STATEMENT-COUNT.
      *
       398-PRINT-ONE-EXEC-LINE.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           IF XS-RECORD-LITERAL(EXEC-SUB) = "Q="
              MOVE "SQL" TO XSD-KIND
           ELSE
              MOVE "CICS" TO XSD-KIND
           END-IF.
           MOVE XS-OPERATION(EXEC-SUB) TO XSD-OPERATION.
           MOVE XS-OBJECT(EXEC-SUB) TO XSD-OBJECT.
           MOVE XS-PARAGRAPH(EXEC-SUB) TO XSD-PARAGRAPH.
           MOVE EXEC-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCCHRT-STATUS.
           ADD 1 TO LINE-COUNT.
      *
      *    Writes the same paragraph facts used on the printed listing
      *    (sequence number, name, common-module flag, nesting level)
      *    as one fixed-format STRCXREF record so documentation tooling
              IF PP-PERFORM-COUNT(TREE-NODE-SUB) > 1
                 ADD 1 TO COMMON-COUNT
              END-IF
              MOVE PP-PROCEDURE-NAME(TREE-NODE-SUB)
                TO ANNOTATE-PARAGRAPH-NAME
              PERFORM 375-PRINT-PARAGRAPH-ANNOTATION
           END-IF.
      *
       732-PLACE-ONE-CONNECTOR.
