      *                          overruns one is charted truncated
      *                          with a note and warning RC 8 instead
      *                          of abending the run
      * 15/10/2026 MAINTAINER    R=, T= and S= records are now read:
      *                          a PERFORM ... THRU range hangs every
      *                          paragraph of the range under its
      *                          performer, and a paragraph no PERFORM
      *                          names hangs under its own section, so
      *                          sectioned programs chart whole
      * 15/10/2026 MAINTAINER    EXEC CICS LINK and XCTL commands,
      *                          read from the X= records, are now
      *                          followed into the target program's
      *                          tree the same way a CALL is, flagged
      *                          (LINK) or (XCTL) instead of (CALL)
      * 15/10/2026 MAINTAINER    PARM JOB=name charts a whole job from
      *                          STRC009's STRCJREF extract: each
      *                          step prints with the program it runs
      *                          and that program's tree beneath it,
      *                          a step that calls a procedure lists
      *                          the procedure's steps the same way,
      *                          and a program not in the batch is
      *                          flagged on its step line
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS IS COBLPROG-STATUS.
           SELECT STRCTREE ASSIGN TO STRCTREE
                   FILE STATUS IS STRCTREE-STATUS.
           SELECT STRCJREF ASSIGN TO STRCJREF
                   FILE STATUS IS STRCJREF-STATUS.
      *****************************************************************
      *
      *****************************************************************
      *    one procedure record per paragraph with its immediate
      *    PERFORM parent, P= records for a common module's further
      *    callers, CAL= records for CALL statements, G= records for
      *    GO TO transfers (not charted here), R= records for PERFORM
      *    ... THRU ranges, T= records for each range's performers,
      *    S= records naming each paragraph's section, Q= records for
      *    EXEC SQL (not charted here), X= records for EXEC CICS
      *    commands - LINK and XCTL are followed like CALL - and the
      *    END= trailer.
       FD  COBLPROG.
       01 OLD-PROCEDURE-INFORMATIONS.
          05 OLD-SEQUENCE-NUMBER      PIC 9(4).
          05 OLD-EDGE-LITERAL         PIC X(2).
          05 OLD-EDGE-TARGET          PIC X(26).
          05 OLD-EDGE-PERFORMER       PIC X(26).
       01 OLD-RANGE-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-RANGE-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-RANGE-LITERAL        PIC X(2).
          05 OLD-RANGE-FIRST          PIC X(26).
          05 OLD-RANGE-LAST           PIC X(26).
       01 OLD-THRU-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-THRU-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-THRU-LITERAL         PIC X(2).
          05 OLD-THRU-FIRST           PIC X(26).
          05 OLD-THRU-PERFORMER       PIC X(26).
       01 OLD-SECTION-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-SECT-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-SECT-LITERAL         PIC X(2).
          05 OLD-SECT-PARAGRAPH       PIC X(26).
          05 OLD-SECT-SECTION-NAME    PIC X(26).
       01 OLD-EXEC-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-EXEC-SEQUENCE-NUMBER PIC 9(4).
          05 OLD-EXEC-LITERAL         PIC X(2).
          05 OLD-EXEC-OPERATION       PIC X(8).
          05 OLD-EXEC-OBJECT          PIC X(18).
          05 OLD-EXEC-PARAGRAPH       PIC X(26).
       01 OLD-TRAILER-RECORD
          REDEFINES OLD-PROCEDURE-INFORMATIONS.
          05 OLD-TRL-SEQUENCE-NUMBER  PIC 9(4).
      *
       FD  STRCTREE.
       01 PRINT-AREA                  PIC X(132).
      *
      *    The 118-byte JCL-reference record STRC009 writes, read
      *    only when the PARM names a job: its EXEC records give
      *    each job and procedure step and what the step runs.
       FD  STRCJREF.
       01 JREF-INPUT-RECORD.
          05 JIN-MEMBER-NAME          PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-UNIT-NAME            PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-UNIT-TYPE            PIC X(4).
          05 FILLER                   PIC X(1).
          05 JIN-STATEMENT            PIC X(4).
          05 FILLER                   PIC X(1).
          05 JIN-STEP-NAME            PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-EXEC-TYPE            PIC X(4).
          05 FILLER                   PIC X(1).
          05 JIN-EXEC-NAME            PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(1).
          05 JIN-DATASET-NAME         PIC X(54).
          05 FILLER                   PIC X(1).
          05 JIN-DISPOSITION          PIC X(3).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
             88 PROCEDURE-RECORD                 VALUE "P".
             88 CALL-RECORD                      VALUE "C".
             88 EDGE-RECORD                      VALUE "E".
             88 RANGE-RECORD                     VALUE "R".
             88 THRU-RECORD                      VALUE "U".
             88 SECTION-RECORD                   VALUE "S".
             88 TRANSFER-RECORD                  VALUE "X".
             88 OTHER-RECORD                     VALUE "O".
          05 CHILD-FOUND-SWITCH       PIC X      VALUE "N".
             88 CHILD-WAS-FOUND                  VALUE "Y".
             88 EXTRACT-IS-TRUNCATED             VALUE "Y".
          05 DROP-PROGRAM-SWITCH      PIC X      VALUE "N".
             88 DROPPING-PROGRAM-RECORDS         VALUE "Y".
          05 ROOT-KIND-SWITCH         PIC X      VALUE "P".
             88 ROOT-IS-PROGRAM                  VALUE "P".
             88 ROOT-IS-JOB                      VALUE "J".
          05 STRCJREF-EOF-SWITCH      PIC X      VALUE "N".
             88 STRCJREF-EOF                     VALUE "Y".
          05 JOB-FOUND-SWITCH         PIC X      VALUE "N".
             88 ROOT-JOB-FOUND                   VALUE "Y".
      *
      *    Every paragraph of every program in the batch, in extract
      *    order, with its owning program and immediate PERFORM
             10 XT-PERFORMER          PIC X(26).
       01 BATCH-EDGE-COUNT            PIC 9(5)   VALUE 0.
      *
      *    Every CAL= record in the batch, and every X= record for
      *    an EXEC CICS LINK or XCTL: the program and paragraph the
      *    statement sits in, the program it names, and the verb that
      *    transfers control (CALL, LINK or XCTL). These are the
      *    edges the walk follows across program boundaries.
       01 BATCH-CALL-TABLE.
          05 BATCH-CALL-ENTRY         OCCURS 5000 TIMES
             10 CT-CALLING-PROGRAM    PIC X(8).
             10 CT-CALLING-PARA       PIC X(26).
             10 CT-CALLED-PROGRAM     PIC X(8).
             10 CT-TRANSFER-VERB      PIC X(4).
       01 BATCH-CALL-COUNT            PIC 9(4)   VALUE 0.
      *
      *    One entry per PGM= record: the program's name and its
                88 PT-WAS-PRINTED                VALUE "Y".
       01 PROGRAM-ENTRY-COUNT         PIC 9(3)   VALUE 0.
      *
      *    The PERFORM ... THRU ranges of the program being loaded,
      *    from its R= records; reset at every PGM= record. STRC000
      *    writes them ahead of the T= records that name them, so
      *    each T= record can be spread over its ranges the moment it
      *    is read.
       01 PROGRAM-RANGE-TABLE.
          05 PROGRAM-RANGE-ENTRY      OCCURS 5000 TIMES
                                       INDEXED BY RANGE-IDX.
             10 PR-FIRST              PIC X(26).
             10 PR-LAST               PIC X(26).
       01 PROGRAM-RANGE-COUNT         PIC 9(4)   VALUE 0.
      *
      *    Every EXEC statement in the JCL extract, job steps and
      *    procedure steps alike, loaded only for a job root: the
      *    member and the JOB or PROC the step belongs to, and the
      *    PGM or PROC it executes.
       01 JOB-STEP-TABLE.
          05 JOB-STEP-ENTRY           OCCURS 2000 TIMES
                                       INDEXED BY JSTEP-IDX.
             10 JS-MEMBER-NAME        PIC X(8).
             10 JS-UNIT-NAME          PIC X(8).
             10 JS-UNIT-TYPE          PIC X(4).
             10 JS-STEP-NAME          PIC X(8).
             10 JS-EXEC-TYPE          PIC X(4).
             10 JS-EXEC-NAME          PIC X(8).
       01 JOB-STEP-COUNT              PIC 9(4)   VALUE 0.
      *
      *    Explicit walk stack, one level per tree depth: the node's
      *    paragraph-table subscript and how far its child hunt has
      *    gotten, so the walk resumes where it left off after a
          05 ROOT-PROGRAM-SUB      PIC 9(3)   VALUE 0.
          05 CALLED-NAME-TEXT      PIC X(8)   VALUE SPACE.
          05 TREE-FLAG-TEXT        PIC X(14)  VALUE SPACE.
          05 CALLED-VERB-TEXT      PIC X(4)   VALUE SPACE.
          05 RANGE-SUB             PIC 9(4)   VALUE 0.
          05 RANGE-FIRST-SUB       PIC 9(5)   VALUE 0.
          05 RANGE-LAST-SUB        PIC 9(5)   VALUE 0.
          05 RANGE-MEMBER-SUB      PIC 9(5)   VALUE 0.
          05 RANGE-SCAN-SUB        PIC 9(5)   VALUE 0.
          05 TREE-BASE-LEVEL       PIC 9(2)   VALUE 0.
          05 STEP-SUB              PIC 9(4)   VALUE 0.
          05 STEP-NODE-SUB         PIC 9(4)   VALUE 0.
          05 PROC-STEP-SUB         PIC 9(4)   VALUE 0.
          05 PROC-MEMBER-NAME      PIC X(8)   VALUE SPACE.
          05 STEP-NODE-TEXT        PIC X(40)  VALUE SPACE.
      *
       01 REPORT-STATISTICS.
          05 PROGRAMS-PRINTED-COUNT
          05 LINES-PRINTED-COUNT   PIC 9(5)   VALUE 0.
      *
       01 ROOT-PROGRAM-NAME        PIC X(8)   VALUE SPACE.
       01 ROOT-JOB-NAME            PIC X(8)   VALUE SPACE.
       01 ROOT-JOB-MEMBER          PIC X(8)   VALUE SPACE.
      *
       01 PAGINATION-FIELDS.
          05 LINES-PER-PAGE        PIC 9(2)   VALUE 55.
       01 FILE-STATUS-FIELDS.
          05 COBLPROG-STATUS       PIC X(2)   VALUE "00".
          05 STRCTREE-STATUS       PIC X(2)   VALUE "00".
          05 STRCJREF-STATUS       PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME       PIC X(8)   VALUE SPACE.
          05 FILLER                   PIC X(55)  VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 HL3-ROOT-LABEL           PIC X(14)  VALUE "ROOT PROGRAM: ".
          05 HL3-ROOT-PROGRAM         PIC X(8).
          05 FILLER                   PIC X(4)   VALUE SPACE.
          05 FILLER                   PIC X(5)   VALUE "PAGE:".
          05 FILLER                   PIC X(12)  VALUE " NOT IN THE ".
          05 FILLER                   PIC X(12)  VALUE "EXTRACT     ".
          05 FILLER                   PIC X(96)  VALUE SPACE.
      *
       01 NO-JOB-LINE.
          05 FILLER                   PIC X(12)  VALUE "ROOT JOB NOT".
          05 FILLER                   PIC X(12)  VALUE " IN THE JCL ".
          05 FILLER                   PIC X(12)  VALUE "EXTRACT     ".
          05 FILLER                   PIC X(96)  VALUE SPACE.
      *
      *    The flag a cross-program child prints on first appearance:
      *    the transfer verb in parentheses.
       01 TRANSFER-FLAG-TEXT.
          05 FILLER                   PIC X(1)   VALUE "(".
          05 TFT-VERB                 PIC X(4).
          05 FILLER                   PIC X(1)   VALUE ")".
      *
       01 FOOTER-LINE.
          05 FILLER                   PIC X(10)  VALUE "PROGRAMS: ".
      ******************************************************************
       PROCEDURE DIVISION USING PARM-AREA.
      ******************************************************************
      *  PARM carries the root program's name (up to 8 characters),
      *  or JOB=name for a job in the STRCJREF extract. The whole
      *  batch extract is banked first; the chart then walks the
      *  root program's PERFORM tree - or each job step's program's
      *  tree in turn - and follows every CAL= edge, and every EXEC
      *  CICS LINK or XCTL, into the target program's tree in place.
      ******************************************************************
       000-PREPARE-APPLICATION-TREE.
           PERFORM 100-FORMAT-HEADING-LINES.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 300-LOAD-ONE-EXTRACT-RECORD
              UNTIL(COBLPROG-EOF).
           IF ROOT-IS-JOB
              PERFORM 380-LOAD-JOB-STEPS
           END-IF.
           PERFORM 200-PRINT-HEADING-LINES.
           PERFORM 700-WALK-APPLICATION-TREE.
           PERFORM 400-PRINT-FOOTER-LINE.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF PARM-LENGTH > 4 AND PARM-TEXT(1:4) = "JOB="
              SET ROOT-IS-JOB TO TRUE
              IF PARM-LENGTH > 12
                 MOVE PARM-TEXT(5:8) TO ROOT-JOB-NAME
              ELSE
                 MOVE PARM-TEXT(5:PARM-LENGTH - 4) TO ROOT-JOB-NAME
              END-IF
              MOVE "ROOT JOB:" TO HL3-ROOT-LABEL
              MOVE ROOT-JOB-NAME TO HL3-ROOT-PROGRAM
           ELSE
              IF PARM-LENGTH > 8
                 MOVE PARM-TEXT(1:8) TO ROOT-PROGRAM-NAME
              ELSE
                 MOVE PARM-TEXT(1:PARM-LENGTH) TO ROOT-PROGRAM-NAME
              END-IF
              MOVE ROOT-PROGRAM-NAME TO HL3-ROOT-PROGRAM
           END-IF.
      *
       200-PRINT-HEADING-LINES.
           MOVE PAGE-NUMBER TO HL3-PAGE-NUMBER.
                    ELSE
                       IF EDGE-RECORD
                          PERFORM 340-STORE-EDGE-ENTRY
                       ELSE
                          PERFORM 342-ROUTE-RANGE-OR-SECTION
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-READ.
      *
      *    G=, Q= and END= records, and X= records other than LINK and
      *    XCTL, carry nothing this chart uses and are classified
      *    OTHER; the two-character P=, R=, T=, S= and X=
      *    tests must follow the four-character literals, for the
      *    reason 310-READ-COBOL-PROGRAM in STRC001 gives.
       305-CLASSIFY-EXTRACT-RECORD.
           IF OLD-SEQUENCE-NUMBER = 0 AND OLD-ID-LITERAL = "PGM="
              SET ID-RECORD TO TRUE
                    SET EDGE-RECORD TO TRUE
                 ELSE
                    IF OLD-SEQUENCE-NUMBER = 0
                       PERFORM 307-CLASSIFY-OTHER-RECORD
                    ELSE
                       SET PROCEDURE-RECORD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       307-CLASSIFY-OTHER-RECORD.
           IF OLD-RANGE-LITERAL = "R="
              SET RANGE-RECORD TO TRUE
           ELSE
              IF OLD-THRU-LITERAL = "T="
                 SET THRU-RECORD TO TRUE
              ELSE
                 IF OLD-SECT-LITERAL = "S="
                    SET SECTION-RECORD TO TRUE
                 ELSE
                    IF OLD-EXEC-LITERAL = "X="
                       AND (OLD-EXEC-OPERATION = "LINK"
                            OR OLD-EXEC-OPERATION = "XCTL")
                       SET TRANSFER-RECORD TO TRUE
                    ELSE
                       SET OTHER-RECORD TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *    A PGM= record the program table cannot hold drops that
      *    whole program: its records must not attach to whichever
      *    program the table stored last, so 320/330/340 drain them
      *    until the next PGM= record that does fit.
       310-START-NEW-PROGRAM.
           MOVE 0 TO PROGRAM-RANGE-COUNT.
           IF PROGRAM-ENTRY-COUNT < 500
              MOVE "N" TO DROP-PROGRAM-SWITCH
              ADD 1 TO PROGRAM-ENTRY-COUNT
                   TO CT-CALLING-PARA(BATCH-CALL-COUNT)
                 MOVE OLD-CALL-CALLED-PROGRAM
                   TO CT-CALLED-PROGRAM(BATCH-CALL-COUNT)
                 MOVE "CALL" TO CT-TRANSFER-VERB(BATCH-CALL-COUNT)
              ELSE
                 PERFORM 350-NOTE-EXTRACT-TRUNCATED
              END-IF
           END-IF.
      *
      *    An EXEC CICS LINK or XCTL is a cross-program edge like a
      *    CALL and shares its table; a program name longer than
      *    eight characters can name no batch program and is cut.
       335-STORE-TRANSFER-ENTRY.
           IF BATCH-CALL-COUNT < 5000
              ADD 1 TO BATCH-CALL-COUNT
              MOVE PT-PROGRAM-NAME(PROGRAM-ENTRY-COUNT)
                TO CT-CALLING-PROGRAM(BATCH-CALL-COUNT)
              MOVE OLD-EXEC-PARAGRAPH
                TO CT-CALLING-PARA(BATCH-CALL-COUNT)
              MOVE OLD-EXEC-OBJECT(1:8)
                TO CT-CALLED-PROGRAM(BATCH-CALL-COUNT)
              MOVE OLD-EXEC-OPERATION(1:4)
                TO CT-TRANSFER-VERB(BATCH-CALL-COUNT)
           ELSE
              PERFORM 350-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
       340-STORE-EDGE-ENTRY.
           IF PROGRAM-ENTRY-COUNT = 0
                 PERFORM 350-NOTE-EXTRACT-TRUNCATED
              END-IF
           END-IF.
      *
       342-ROUTE-RANGE-OR-SECTION.
           IF PROGRAM-ENTRY-COUNT = 0
              OR DROPPING-PROGRAM-RECORDS
              CONTINUE
           ELSE
              IF RANGE-RECORD
                 PERFORM 360-STORE-RANGE-ENTRY
              ELSE
                 IF THRU-RECORD
                    PERFORM 365-SPREAD-THRU-PERFORMER
                 ELSE
                    IF SECTION-RECORD
                       PERFORM 370-APPLY-SECTION-ENTRY
                    ELSE
                       IF TRANSFER-RECORD
                          PERFORM 335-STORE-TRANSFER-ENTRY
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       360-STORE-RANGE-ENTRY.
           IF PROGRAM-RANGE-COUNT < 5000
              ADD 1 TO PROGRAM-RANGE-COUNT
              MOVE OLD-RANGE-FIRST TO PR-FIRST(PROGRAM-RANGE-COUNT)
              MOVE OLD-RANGE-LAST TO PR-LAST(PROGRAM-RANGE-COUNT)
           ELSE
              PERFORM 350-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *    A PERFORM ... THRU reaches every procedure from the range's
      *    first through its last in the program's source order: each
      *    member after the first takes the performer as its parent
      *    when it has none, or gets a P=-style edge under it when it
      *    already has another, so it shows under the performer too.
       365-SPREAD-THRU-PERFORMER.
           PERFORM 366-APPLY-ONE-RANGE
              VARYING RANGE-SUB FROM 1 BY 1
              UNTIL RANGE-SUB > PROGRAM-RANGE-COUNT.
      *
      *    A range whose ends never both arrived, or whose last
      *    procedure stands ahead of its first, reaches nothing.
       366-APPLY-ONE-RANGE.
           IF PR-FIRST(RANGE-SUB) = OLD-THRU-FIRST
              MOVE 0 TO RANGE-FIRST-SUB
              MOVE 0 TO RANGE-LAST-SUB
              PERFORM 367-LOCATE-RANGE-ENDS
                 VARYING RANGE-SCAN-SUB
                    FROM PT-FIRST-PARA(PROGRAM-ENTRY-COUNT) BY 1
                 UNTIL RANGE-SCAN-SUB >
                       PT-LAST-PARA(PROGRAM-ENTRY-COUNT)
              IF RANGE-FIRST-SUB > 0
                 AND RANGE-LAST-SUB > RANGE-FIRST-SUB
                 PERFORM 368-REACH-ONE-RANGE-MEMBER
                    VARYING RANGE-MEMBER-SUB
                       FROM RANGE-FIRST-SUB BY 1
                    UNTIL RANGE-MEMBER-SUB > RANGE-LAST-SUB
              END-IF
           END-IF.
      *
       367-LOCATE-RANGE-ENDS.
           IF BT-PROCEDURE-NAME(RANGE-SCAN-SUB) = PR-FIRST(RANGE-SUB)
              AND RANGE-FIRST-SUB = 0
              MOVE RANGE-SCAN-SUB TO RANGE-FIRST-SUB
           END-IF.
           IF BT-PROCEDURE-NAME(RANGE-SCAN-SUB) = PR-LAST(RANGE-SUB)
              AND RANGE-LAST-SUB = 0
              MOVE RANGE-SCAN-SUB TO RANGE-LAST-SUB
           END-IF.
      *
       368-REACH-ONE-RANGE-MEMBER.
           IF RANGE-MEMBER-SUB = RANGE-FIRST-SUB
              OR BT-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                 = OLD-THRU-PERFORMER
              OR BT-PERFORMED-FROM(RANGE-MEMBER-SUB)
                 = OLD-THRU-PERFORMER
              CONTINUE
           ELSE
              IF BT-PERFORMED-FROM(RANGE-MEMBER-SUB) = SPACE
                 MOVE OLD-THRU-PERFORMER
                   TO BT-PERFORMED-FROM(RANGE-MEMBER-SUB)
              ELSE
                 PERFORM 369-ADD-RANGE-EDGE
              END-IF
           END-IF.
      *
       369-ADD-RANGE-EDGE.
           IF BATCH-EDGE-COUNT < 20000
              ADD 1 TO BATCH-EDGE-COUNT
              MOVE PT-PROGRAM-NAME(PROGRAM-ENTRY-COUNT)
                TO XT-PROGRAM-NAME(BATCH-EDGE-COUNT)
              MOVE BT-PROCEDURE-NAME(RANGE-MEMBER-SUB)
                TO XT-TARGET(BATCH-EDGE-COUNT)
              MOVE OLD-THRU-PERFORMER
                TO XT-PERFORMER(BATCH-EDGE-COUNT)
           ELSE
              PERFORM 350-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *    S= records follow every T= record, so a paragraph still
      *    without a parent here is reached only through its section
      *    and hangs under it.
       370-APPLY-SECTION-ENTRY.
           PERFORM 372-TEST-ONE-SECTION-MEMBER
              VARYING RANGE-SCAN-SUB
                 FROM PT-FIRST-PARA(PROGRAM-ENTRY-COUNT) BY 1
              UNTIL RANGE-SCAN-SUB > PT-LAST-PARA(PROGRAM-ENTRY-COUNT).
      *
       372-TEST-ONE-SECTION-MEMBER.
           IF BT-PROCEDURE-NAME(RANGE-SCAN-SUB) = OLD-SECT-PARAGRAPH
              AND BT-PERFORMED-FROM(RANGE-SCAN-SUB) = SPACE
              MOVE OLD-SECT-SECTION-NAME
                TO BT-PERFORMED-FROM(RANGE-SCAN-SUB)
           END-IF.
      *
      *    An extract that outruns a batch table is charted from
      *    whatever was banked, flagged on the report, and ends the
           END-IF.
      *
      *****************************************************************
      *  JOB LOAD: for a job root, bank every EXEC statement in the
      *  JCL extract and note where the root job's JOB statement
      *  was found; its member tells it from a same-named job
      *  elsewhere in the library.
      *****************************************************************
       380-LOAD-JOB-STEPS.
           OPEN INPUT STRCJREF.
           IF STRCJREF-STATUS NOT = "00"
              MOVE "STRCJREF" TO ERROR-FILE-NAME
              MOVE STRCJREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           PERFORM 382-LOAD-ONE-JCL-RECORD
              UNTIL(STRCJREF-EOF).
           CLOSE STRCJREF.
      *
       382-LOAD-ONE-JCL-RECORD.
           READ STRCJREF
           AT END
              MOVE "Y" TO STRCJREF-EOF-SWITCH
           NOT AT END
              IF STRCJREF-STATUS NOT = "00"
                 MOVE "STRCJREF" TO ERROR-FILE-NAME
                 MOVE STRCJREF-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF JIN-STATEMENT = "JOB"
                 AND JIN-UNIT-NAME = ROOT-JOB-NAME
                 AND NOT ROOT-JOB-FOUND
                 SET ROOT-JOB-FOUND TO TRUE
                 MOVE JIN-MEMBER-NAME TO ROOT-JOB-MEMBER
              END-IF
              IF JIN-STATEMENT = "EXEC"
                 PERFORM 385-STORE-JOB-STEP
              END-IF
           END-READ.
      *
       385-STORE-JOB-STEP.
           IF JOB-STEP-COUNT < 2000
              ADD 1 TO JOB-STEP-COUNT
              MOVE JIN-MEMBER-NAME TO JS-MEMBER-NAME(JOB-STEP-COUNT)
              MOVE JIN-UNIT-NAME TO JS-UNIT-NAME(JOB-STEP-COUNT)
              MOVE JIN-UNIT-TYPE TO JS-UNIT-TYPE(JOB-STEP-COUNT)
              MOVE JIN-STEP-NAME TO JS-STEP-NAME(JOB-STEP-COUNT)
              MOVE JIN-EXEC-TYPE TO JS-EXEC-TYPE(JOB-STEP-COUNT)
              MOVE JIN-EXEC-NAME TO JS-EXEC-NAME(JOB-STEP-COUNT)
           ELSE
              PERFORM 350-NOTE-EXTRACT-TRUNCATED
           END-IF.
      *
      *****************************************************************
      *  WALK: the root program's tree prints the way STRC001's TREE
      *  mode prints one program - every top-level node, then a
      *  sweep for anything a PERFORM cycle kept off the first pass.
      *  not hold gets the NOT IN THE EXTRACT line and warning RC 8.
      *****************************************************************
       700-WALK-APPLICATION-TREE.
           IF ROOT-IS-JOB
              PERFORM 750-WALK-JOB-STREAM
           ELSE
              MOVE 0 TO ROOT-PROGRAM-SUB
              MOVE ROOT-PROGRAM-NAME TO CALLED-NAME-TEXT
              PERFORM 705-FIND-PROGRAM-ENTRY
              MOVE CALLED-PROGRAM-SUB TO ROOT-PROGRAM-SUB
              IF ROOT-PROGRAM-SUB = 0
                 MOVE NO-ROOT-LINE TO PRINT-AREA
                 WRITE PRINT-AREA AFTER ADVANCING 2 LINES
                 PERFORM 018-CHECK-STRCTREE-STATUS
                 IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                 END-IF
              ELSE
                 MOVE "Y" TO PT-PRINTED-FLAG(ROOT-PROGRAM-SUB)
                 ADD 1 TO PROGRAMS-PRINTED-COUNT
                 MOVE 0 TO TREE-BASE-LEVEL
                 PERFORM 740-CHART-ROOT-PROGRAM
              END-IF
           END-IF.
      *
      *    Charts the program at ROOT-PROGRAM-SUB with its top-level
      *    paragraphs at TREE-BASE-LEVEL: zero for a program root,
      *    one or two under a job or procedure step.
       740-CHART-ROOT-PROGRAM.
           PERFORM 710-WALK-ONE-TOP-NODE
              VARYING TREE-TOP-NODE-SUB
                 FROM PT-FIRST-PARA(ROOT-PROGRAM-SUB) BY 1
              UNTIL TREE-TOP-NODE-SUB
                 > PT-LAST-PARA(ROOT-PROGRAM-SUB).
           PERFORM 712-SWEEP-UNPRINTED-NODES
              VARYING TREE-TOP-NODE-SUB
                 FROM PT-FIRST-PARA(ROOT-PROGRAM-SUB) BY 1
              UNTIL TREE-TOP-NODE-SUB
                 > PT-LAST-PARA(ROOT-PROGRAM-SUB).
      *
       705-FIND-PROGRAM-ENTRY.
           MOVE 0 TO CALLED-PROGRAM-SUB.
           END-IF.
      *
       716-WALK-TREE-FROM-TOP-NODE.
           MOVE TREE-BASE-LEVEL TO TREE-LEVEL.
           MOVE TREE-TOP-NODE-SUB TO TREE-NODE-SUB.
           MOVE SPACE TO TREE-FLAG-TEXT.
           PERFORM 730-PRINT-TREE-NODE.
           IF CHILD-WAS-FOUND
              MOVE TREE-CHILD-SCAN-POS
                TO ST-CHILD-SCAN(TREE-STACK-DEPTH)
              COMPUTE TREE-LEVEL =
                 TREE-STACK-DEPTH + TREE-BASE-LEVEL
              IF TREE-LEVEL > MAX-TREE-DEPTH
                 MOVE MAX-TREE-DEPTH TO TREE-LEVEL
              END-IF
              SET CHILD-IS-CALL TO TRUE
              MOVE CT-CALLED-PROGRAM(TREE-CALL-SUB)
                TO CALLED-NAME-TEXT
              MOVE CT-TRANSFER-VERB(TREE-CALL-SUB)
                TO CALLED-VERB-TEXT
           END-IF.
      *
       729-LOCATE-EDGE-TARGET.
              MOVE 0 TO ST-CHILD-SCAN(TREE-STACK-DEPTH)
           END-IF.
      *
      *    A call child (CALL, or CICS LINK or XCTL): the called
      *    program's tree continues in place, entered at its first
      *    paragraph. A program already on the chart shows once
      *    more as a (SEE ABOVE) reference, and one the batch never
      *    delivered is flagged rather than silently dropped - that
      *    flag is the report's whole answer for external modules.
       728-VISIT-CALL-CHILD.
           PERFORM 705-FIND-PROGRAM-ENTRY.
           IF CALLED-PROGRAM-SUB = 0
                    MOVE "Y"
                      TO PT-PRINTED-FLAG(CALLED-PROGRAM-SUB)
                    ADD 1 TO PROGRAMS-PRINTED-COUNT
                    MOVE CALLED-VERB-TEXT TO TFT-VERB
                    MOVE TRANSFER-FLAG-TEXT TO TREE-FLAG-TEXT
                    PERFORM 730-PRINT-TREE-NODE
                    IF TREE-STACK-DEPTH >= 21
                       CONTINUE
           PERFORM 018-CHECK-STRCTREE-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO LINES-PRINTED-COUNT.
      *
      *****************************************************************
      *  JOB WALK: each step of the root job prints at level zero
      *  with what it executes, and the program's tree follows one
      *  level in. A step that calls a procedure lists the
      *  procedure's steps one level in, their programs' trees one
      *  level further; a procedure called from inside a procedure
      *  is shown but not opened. Programs already charted show
      *  (SEE ABOVE), as they do under a CALL.
      *****************************************************************
       750-WALK-JOB-STREAM.
           IF ROOT-JOB-FOUND
              PERFORM 752-CHART-ONE-JOB-STEP
                 VARYING STEP-SUB FROM 1 BY 1
                 UNTIL STEP-SUB > JOB-STEP-COUNT
           ELSE
              MOVE NO-JOB-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 2 LINES
              PERFORM 018-CHECK-STRCTREE-STATUS
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
      *
       752-CHART-ONE-JOB-STEP.
           IF JS-MEMBER-NAME(STEP-SUB) = ROOT-JOB-MEMBER
              AND JS-UNIT-NAME(STEP-SUB) = ROOT-JOB-NAME
              AND JS-UNIT-TYPE(STEP-SUB) = "JOB"
              MOVE 0 TO TREE-LEVEL
              MOVE STEP-SUB TO STEP-NODE-SUB
              IF JS-EXEC-TYPE(STEP-SUB) = "PGM"
                 PERFORM 760-CHART-STEP-PROGRAM
              ELSE
                 PERFORM 754-CHART-PROC-STEP
              END-IF
           END-IF.
      *
      *    The procedure's steps are the EXEC records under its name
      *    in the member that defines it - the first one found, the
      *    way the JCL library would resolve it.
       754-CHART-PROC-STEP.
           MOVE SPACE TO PROC-MEMBER-NAME.
           PERFORM 756-FIND-PROC-MEMBER
              VARYING PROC-STEP-SUB FROM 1 BY 1
              UNTIL PROC-STEP-SUB > JOB-STEP-COUNT
                 OR PROC-MEMBER-NAME NOT = SPACE.
           IF PROC-MEMBER-NAME = SPACE
              MOVE "*NOT IN BATCH*" TO TREE-FLAG-TEXT
              PERFORM 765-PRINT-STEP-NODE
           ELSE
              MOVE SPACE TO TREE-FLAG-TEXT
              PERFORM 765-PRINT-STEP-NODE
              PERFORM 758-CHART-ONE-PROC-STEP
                 VARYING PROC-STEP-SUB FROM 1 BY 1
                 UNTIL PROC-STEP-SUB > JOB-STEP-COUNT
           END-IF.
      *
       756-FIND-PROC-MEMBER.
           IF JS-UNIT-TYPE(PROC-STEP-SUB) = "PROC"
              AND JS-UNIT-NAME(PROC-STEP-SUB) = JS-EXEC-NAME(STEP-SUB)
              MOVE JS-MEMBER-NAME(PROC-STEP-SUB) TO PROC-MEMBER-NAME
           END-IF.
      *
       758-CHART-ONE-PROC-STEP.
           IF JS-MEMBER-NAME(PROC-STEP-SUB) = PROC-MEMBER-NAME
              AND JS-UNIT-NAME(PROC-STEP-SUB) = JS-EXEC-NAME(STEP-SUB)
              AND JS-UNIT-TYPE(PROC-STEP-SUB) = "PROC"
              MOVE 1 TO TREE-LEVEL
              MOVE PROC-STEP-SUB TO STEP-NODE-SUB
              IF JS-EXEC-TYPE(PROC-STEP-SUB) = "PGM"
                 PERFORM 760-CHART-STEP-PROGRAM
              ELSE
                 MOVE SPACE TO TREE-FLAG-TEXT
                 PERFORM 765-PRINT-STEP-NODE
              END-IF
           END-IF.
      *
      *    The step at STEP-NODE-SUB prints at TREE-LEVEL, and the
      *    program it runs is charted one level in - unless the
      *    batch does not hold it, or it is already on the chart.
       760-CHART-STEP-PROGRAM.
           MOVE JS-EXEC-NAME(STEP-NODE-SUB) TO CALLED-NAME-TEXT.
           PERFORM 705-FIND-PROGRAM-ENTRY.
           IF CALLED-PROGRAM-SUB = 0
              MOVE "*NOT IN BATCH*" TO TREE-FLAG-TEXT
              PERFORM 765-PRINT-STEP-NODE
           ELSE
              IF PT-FIRST-PARA(CALLED-PROGRAM-SUB)
                 > PT-LAST-PARA(CALLED-PROGRAM-SUB)
                 MOVE "*NOT IN BATCH*" TO TREE-FLAG-TEXT
                 PERFORM 765-PRINT-STEP-NODE
              ELSE
                 IF PT-WAS-PRINTED(CALLED-PROGRAM-SUB)
                    MOVE "(SEE ABOVE)" TO TREE-FLAG-TEXT
                    PERFORM 765-PRINT-STEP-NODE
                 ELSE
                    MOVE SPACE TO TREE-FLAG-TEXT
                    PERFORM 765-PRINT-STEP-NODE
                    MOVE "Y" TO PT-PRINTED-FLAG(CALLED-PROGRAM-SUB)
                    ADD 1 TO PROGRAMS-PRINTED-COUNT
                    MOVE CALLED-PROGRAM-SUB TO ROOT-PROGRAM-SUB
                    COMPUTE TREE-BASE-LEVEL = TREE-LEVEL + 1
                    PERFORM 740-CHART-ROOT-PROGRAM
                 END-IF
              END-IF
           END-IF.
      *
      *    A step line: the job or procedure in the left column, the
      *    step and what it executes as the tree text.
       765-PRINT-STEP-NODE.
           IF LINE-COUNT >= LINES-PER-PAGE
              PERFORM 210-THROW-NEW-PAGE
           END-IF.
           MOVE JS-UNIT-NAME(STEP-NODE-SUB) TO TDL-PROGRAM-NAME.
           MOVE SPACE TO STEP-NODE-TEXT.
           IF JS-EXEC-TYPE(STEP-NODE-SUB) = "PGM"
              STRING JS-STEP-NAME(STEP-NODE-SUB) DELIMITED BY SPACE
                     " EXEC PGM=" DELIMITED BY SIZE
                     JS-EXEC-NAME(STEP-NODE-SUB) DELIMITED BY SPACE
                 INTO STEP-NODE-TEXT
              END-STRING
           ELSE
              STRING JS-STEP-NAME(STEP-NODE-SUB) DELIMITED BY SPACE
                     " EXEC PROC=" DELIMITED BY SIZE
                     JS-EXEC-NAME(STEP-NODE-SUB) DELIMITED BY SPACE
                 INTO STEP-NODE-TEXT
              END-STRING
           END-IF.
           MOVE SPACE TO TDL-TREE-TEXT.
           IF TREE-LEVEL > 0
              COMPUTE INDENT-CHARS = (TREE-LEVEL - 1) * 3
              PERFORM 732-PLACE-ONE-CONNECTOR
                 VARYING TREE-CONNECTOR-SUB FROM 1 BY 1
                 UNTIL TREE-CONNECTOR-SUB >= TREE-LEVEL
              MOVE "!--" TO TDL-TREE-TEXT(INDENT-CHARS + 1 : 3)
              MOVE STEP-NODE-TEXT
                TO TDL-TREE-TEXT(INDENT-CHARS + 4 :)
           ELSE
              MOVE STEP-NODE-TEXT TO TDL-TREE-TEXT
           END-IF.
           MOVE TREE-FLAG-TEXT TO TDL-FLAG-TEXT.
           MOVE TREE-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 018-CHECK-STRCTREE-STATUS.
           ADD 1 TO LINE-COUNT.
           ADD 1 TO LINES-PRINTED-COUNT.
      *
       400-PRINT-FOOTER-LINE.
           IF EXTRACT-IS-TRUNCATED
