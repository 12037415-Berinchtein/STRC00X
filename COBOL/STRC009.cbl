      *****************************************************************
      * Program name:    STRC009
      * Original author: MAINTAINER
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MAINTAINER    Created: reads the production JCL
      *                          library in the same IEBUPDTE unload
      *                          form COBSRCE uses and writes the
      *                          STRCJREF extract - one record per
      *                          JOB, PROC, EXEC and DD statement,
      *                          with the step, the program or
      *                          procedure each step executes, and
      *                          the dataset and disposition behind
      *                          each DD name - so STRC010 and
      *                          STRC006 can tie jobs and steps to
      *                          the charted programs
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STRC009.
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
           SELECT JCLSRCE ASSIGN TO JCLSRCE
                   FILE STATUS IS JCLSRCE-STATUS.
           SELECT STRCJREF ASSIGN TO STRCJREF
                   FILE STATUS IS STRCJREF-STATUS.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      *    JCL library in IEBUPDTE unload form: each member's cards
      *    preceded by a "./ ADD NAME=member" control card, or one
      *    bare member with no control card at all. Columns 1-2 hold
      *    the "//" identifier, 3-71 the statement, 72 the quoted-
      *    string continuation mark, 73-80 the sequence number.
       FD  JCLSRCE.
       01 JCL-CARD.
          05 JCL-IDENTIFIER-FIELD     PIC X(2).
          05 JCL-STATEMENT-FIELD      PIC X(69).
          05 JCL-CONTINUE-COLUMN      PIC X(1).
          05 JCL-SEQUENCE-FIELD       PIC X(8).
      *
      *    JCL-reference extract: one record per JOB, PROC, EXEC and
      *    DD statement, in library order. STRC010 prints the job
      *    stream report from this file and STRC006 charts a job from
      *    it. Built up in WORKING-STORAGE and moved here whole just
      *    before WRITE, the way STRC000 handles STRCDREF.
       FD  STRCJREF.
       01 STRCJREF-AREA               PIC X(118).
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 JCLSRCE-EOF-SWITCH       PIC X      VALUE "N".
             88 JCLSRCE-EOF                      VALUE "Y".
          05 STATEMENT-PENDING-SWITCH PIC X      VALUE "N".
             88 STATEMENT-IS-PENDING             VALUE "Y".
          05 CONTINUATION-SWITCH      PIC X      VALUE "N".
             88 STATEMENT-CONTINUES              VALUE "Y".
          05 INSTREAM-SWITCH          PIC X      VALUE "N".
             88 SKIPPING-INSTREAM-DATA           VALUE "*" "D".
             88 SKIPPING-DD-ASTERISK             VALUE "*".
             88 SKIPPING-DD-DATA                 VALUE "D".
          05 DELIMITER-SWITCH         PIC X      VALUE "N".
             88 DELIMITER-WAS-CODED              VALUE "Y".
          05 QUOTE-SWITCH             PIC X      VALUE "N".
             88 INSIDE-QUOTES                    VALUE "Y".
          05 FIELD-END-SWITCH         PIC X      VALUE "N".
             88 FIELD-HAS-ENDED                  VALUE "Y".
      *
      *    The member whose cards are being read, named by the last
      *    "./ ADD NAME=" control card, and the JOB or PROC its
      *    statements currently belong to. An in-stream procedure
      *    parks the job's name in the saved fields until its PEND.
       01 UNIT-STATE-FIELDS.
          05 CURRENT-MEMBER-NAME      PIC X(8)   VALUE SPACE.
          05 CURRENT-UNIT-NAME        PIC X(8)   VALUE SPACE.
          05 CURRENT-UNIT-TYPE        PIC X(4)   VALUE SPACE.
          05 SAVED-UNIT-NAME          PIC X(8)   VALUE SPACE.
          05 SAVED-UNIT-TYPE          PIC X(4)   VALUE SPACE.
          05 CURRENT-STEP-NAME        PIC X(8)   VALUE SPACE.
          05 LAST-DD-NAME             PIC X(8)   VALUE SPACE.
          05 INSTREAM-DELIMITER       PIC X(2)   VALUE "/*".
      *
      *    Shared control-card parse area, as in STRC000: the "./
      *    ADD" card is moved here whole and the member name lifted
      *    out of it.
       01 CONTROL-CARD-FIELDS.
          05 CONTROL-CARD-TEXT        PIC X(80)  VALUE SPACE.
          05 PARSED-MEMBER-NAME       PIC X(30)  VALUE SPACE.
          05 CONTROL-SCAN-SUB         PIC 9(2)   VALUE 0.
          05 NAME-POSITION            PIC 9(2)   VALUE 0.
          05 NAME-LENGTH              PIC 9(2)   VALUE 0.
      *
      *    One JCL statement as assembled from its first card and any
      *    continuation cards: the name field (up to STEP.DDNAME
      *    length), the operation, and the operand field with the
      *    continuations' operands run onto the end of it.
       01 STATEMENT-FIELDS.
          05 STATEMENT-NAME           PIC X(17)  VALUE SPACE.
          05 STATEMENT-OPERATION      PIC X(8)   VALUE SPACE.
          05 STATEMENT-OPERANDS       PIC X(640) VALUE SPACE.
          05 OPERANDS-LENGTH          PIC 9(3)   VALUE 0.
          05 CARD-POSITION            PIC 9(2)   VALUE 0.
          05 FIELD-LENGTH             PIC 9(2)   VALUE 0.
      *
      *    One operand lifted off STATEMENT-OPERANDS: everything up
      *    to the next comma outside parentheses and apostrophes.
       01 OPERAND-FIELDS.
          05 OPERAND-TEXT             PIC X(100) VALUE SPACE.
          05 OPERAND-LENGTH           PIC 9(3)   VALUE 0.
          05 OPERAND-POSITION         PIC 9(3)   VALUE 0.
          05 OPERAND-CHARACTER        PIC X(1)   VALUE SPACE.
          05 PAREN-DEPTH              PIC 9(2)   VALUE 0.
          05 DISP-POSITION            PIC 9(3)   VALUE 0.
          05 DISP-LENGTH              PIC 9(1)   VALUE 0.
      *
       01 DD-NAME-PARTS.
          05 DD-QUALIFIER-TEXT        PIC X(17)  VALUE SPACE.
          05 DD-UNQUALIFIED-TEXT      PIC X(17)  VALUE SPACE.
      *
       01 RUN-STATISTICS.
          05 MEMBERS-READ-COUNT       PIC 9(5)   VALUE 0.
          05 JOBS-WRITTEN-COUNT       PIC 9(5)   VALUE 0.
          05 PROCS-WRITTEN-COUNT      PIC 9(5)   VALUE 0.
          05 STEPS-WRITTEN-COUNT      PIC 9(5)   VALUE 0.
          05 DDS-WRITTEN-COUNT        PIC 9(5)   VALUE 0.
      *
       01 FILE-STATUS-FIELDS.
          05 JCLSRCE-STATUS           PIC X(2)   VALUE "00".
          05 STRCJREF-STATUS          PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
          05 ERROR-FILE-NAME          PIC X(8)   VALUE SPACE.
          05 ERROR-STATUS-CODE        PIC X(2)   VALUE SPACE.
      *
      *    Built up field by field, then moved whole to STRCJREF-AREA
      *    just before WRITE (see the note on the STRCJREF FD). The
      *    statement is JOB, PROC, EXEC or DD; the unit is the JOB or
      *    PROC the statement belongs to. EXEC records carry PGM or
      *    PROC and the name executed; DD records the DD name, the
      *    dataset - or (INSTREAM), (DUMMY) or (SYSOUT=class) - and
      *    the disposition status (NEW, OLD, SHR or MOD).
       01 JCL-REFERENCE-RECORD.
          05 NJR-MEMBER-NAME          PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-UNIT-NAME            PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-UNIT-TYPE            PIC X(4).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-STATEMENT            PIC X(4).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-STEP-NAME            PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-EXEC-TYPE            PIC X(4).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-EXEC-NAME            PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-DATASET-NAME         PIC X(54).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NJR-DISPOSITION          PIC X(3).
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
      *  Reads the JCL library card by card, assembles each JCL
      *  statement from its first card and its continuations, and
      *  writes one STRCJREF record per JOB, PROC, EXEC and DD
      *  statement. Comment cards, in-stream data and every other
      *  statement are passed over.
      ******************************************************************
       000-BUILD-JCL-EXTRACT.
           OPEN INPUT JCLSRCE.
           OPEN OUTPUT STRCJREF.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 100-PROCESS-JCL-CARD
              UNTIL(JCLSRCE-EOF).
           PERFORM 190-FINISH-STATEMENT.
           DISPLAY "STRC009 - MEMBERS: " MEMBERS-READ-COUNT
                   " JOBS: " JOBS-WRITTEN-COUNT
                   " PROCS: " PROCS-WRITTEN-COUNT
                   " STEPS: " STEPS-WRITTEN-COUNT
                   " DDS: " DDS-WRITTEN-COUNT.
           CLOSE JCLSRCE
                 STRCJREF.
           STOP RUN.
      *
       010-CHECK-OPEN-STATUS.
           IF JCLSRCE-STATUS NOT = "00"
              MOVE "JCLSRCE" TO ERROR-FILE-NAME
              MOVE JCLSRCE-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCJREF-STATUS NOT = "00"
              MOVE "STRCJREF" TO ERROR-FILE-NAME
              MOVE STRCJREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Portable "abend" for a batch program: name the offending
      *    file and status code, then end the run with a non-zero
      *    RETURN-CODE so the job step shows as failed.
       890-ABEND-ON-FILE-ERROR.
           DISPLAY "STRC009 - FATAL ERROR ON FILE " ERROR-FILE-NAME
                   " STATUS=" ERROR-STATUS-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       100-PROCESS-JCL-CARD.
           READ JCLSRCE
           AT END
              MOVE "Y" TO JCLSRCE-EOF-SWITCH
           NOT AT END
              IF JCLSRCE-STATUS NOT = "00"
                 MOVE "JCLSRCE" TO ERROR-FILE-NAME
                 MOVE JCLSRCE-STATUS TO ERROR-STATUS-CODE
                 PERFORM 890-ABEND-ON-FILE-ERROR
              END-IF
              IF JCL-IDENTIFIER-FIELD = "./"
                 PERFORM 105-HANDLE-MEMBER-BOUNDARY
              ELSE
                 IF SKIPPING-INSTREAM-DATA
                    PERFORM 115-TEST-INSTREAM-END
                 ELSE
                    PERFORM 110-EXAMINE-JCL-CARD
                 END-IF
              END-IF
           END-READ.
      *
      *    A control card finishes whatever statement the last member
      *    left pending and starts the next member with no JOB or
      *    PROC open.
       105-HANDLE-MEMBER-BOUNDARY.
           PERFORM 190-FINISH-STATEMENT.
           MOVE "N" TO INSTREAM-SWITCH.
           MOVE SPACE TO CURRENT-UNIT-NAME.
           MOVE SPACE TO CURRENT-UNIT-TYPE.
           MOVE SPACE TO SAVED-UNIT-NAME.
           MOVE SPACE TO SAVED-UNIT-TYPE.
           MOVE SPACE TO CURRENT-STEP-NAME.
           MOVE SPACE TO LAST-DD-NAME.
           MOVE JCL-CARD TO CONTROL-CARD-TEXT.
           PERFORM 035-PARSE-CONTROL-CARD-NAME.
           MOVE PARSED-MEMBER-NAME TO CURRENT-MEMBER-NAME.
           ADD 1 TO MEMBERS-READ-COUNT.
      *
      *    Lifts the member name off a "./ ADD NAME=member" control
      *    card held in CONTROL-CARD-TEXT, the way STRC000 does;
      *    PARSED-MEMBER-NAME comes back SPACES when there is no
      *    NAME= on the card.
       035-PARSE-CONTROL-CARD-NAME.
           MOVE SPACE TO PARSED-MEMBER-NAME.
           MOVE 0 TO NAME-POSITION.
           PERFORM 036-HUNT-NAME-KEYWORD
              VARYING CONTROL-SCAN-SUB FROM 3 BY 1
              UNTIL CONTROL-SCAN-SUB > 70
                 OR NAME-POSITION > 0.
           IF NAME-POSITION > 0
              MOVE 0 TO NAME-LENGTH
              PERFORM 038-COLLECT-PARSED-CHARACTER
                 UNTIL NAME-POSITION > 80
                    OR CONTROL-CARD-TEXT(NAME-POSITION:1) = SPACE
                    OR CONTROL-CARD-TEXT(NAME-POSITION:1) = ","
                    OR NAME-LENGTH >= 30
           END-IF.
      *
       036-HUNT-NAME-KEYWORD.
           IF CONTROL-CARD-TEXT(CONTROL-SCAN-SUB:5) = "NAME="
              COMPUTE NAME-POSITION = CONTROL-SCAN-SUB + 5
           END-IF.
      *
       038-COLLECT-PARSED-CHARACTER.
           ADD 1 TO NAME-LENGTH.
           MOVE CONTROL-CARD-TEXT(NAME-POSITION:1)
             TO PARSED-MEMBER-NAME(NAME-LENGTH:1).
           ADD 1 TO NAME-POSITION.
      *
      *    DD * data runs to the next delimiter or "//" card, DD DATA
      *    data only to the next delimiter; the delimiter is "/*"
      *    unless the DD coded DLM=, and a coded DLM= stops "//"
      *    ending DD * data as well. A "//" card that ends DD * data
      *    is itself a statement and is examined as one.
       115-TEST-INSTREAM-END.
           IF JCL-CARD(1:2) = INSTREAM-DELIMITER
              MOVE "N" TO INSTREAM-SWITCH
           ELSE
              IF SKIPPING-DD-ASTERISK
                 AND NOT DELIMITER-WAS-CODED
                 AND JCL-IDENTIFIER-FIELD = "//"
                 MOVE "N" TO INSTREAM-SWITCH
                 PERFORM 110-EXAMINE-JCL-CARD
              END-IF
           END-IF.
      *
      *    "//*" is a comment and "//" alone the null statement that
      *    ends a job. A card whose name field is blank continues the
      *    statement before it when that statement's operands ended
      *    in a comma; otherwise it is a new, unnamed statement (a
      *    concatenated DD, say). Cards without "//" - a "/*"
      *    delimiter or stray data - carry no statement.
       110-EXAMINE-JCL-CARD.
           IF JCL-IDENTIFIER-FIELD NOT = "//"
              CONTINUE
           ELSE
              IF JCL-STATEMENT-FIELD(1:1) = "*"
                 CONTINUE
              ELSE
                 IF JCL-STATEMENT-FIELD = SPACE
                    PERFORM 190-FINISH-STATEMENT
                 ELSE
                    IF STATEMENT-CONTINUES
                       AND JCL-STATEMENT-FIELD(1:1) = SPACE
                       PERFORM 130-CONTINUE-STATEMENT
                    ELSE
                       PERFORM 190-FINISH-STATEMENT
                       PERFORM 120-START-STATEMENT
                    END-IF
      *    A statement with no trailing comma is complete now, so a
      *    DD * or DD DATA has its in-stream switch armed before the
      *    first data card - which may well start "//" itself.
                    IF NOT STATEMENT-CONTINUES
                       PERFORM 190-FINISH-STATEMENT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *    Name field (when column 3 is not blank), operation, then
      *    the operand field, each blank-delimited; whatever follows
      *    the operands is comment.
       120-START-STATEMENT.
           MOVE SPACE TO STATEMENT-NAME.
           MOVE SPACE TO STATEMENT-OPERATION.
           MOVE SPACE TO STATEMENT-OPERANDS.
           MOVE 0 TO OPERANDS-LENGTH.
           MOVE 1 TO CARD-POSITION.
           MOVE 0 TO FIELD-LENGTH.
           PERFORM 122-COLLECT-NAME-CHARACTER
              UNTIL CARD-POSITION > 69
                 OR JCL-STATEMENT-FIELD(CARD-POSITION:1) = SPACE.
           PERFORM 126-SKIP-FIELD-SPACE
              UNTIL CARD-POSITION > 69
                 OR JCL-STATEMENT-FIELD(CARD-POSITION:1) NOT = SPACE.
           MOVE 0 TO FIELD-LENGTH.
           PERFORM 124-COLLECT-OPERATION-CHARACTER
              UNTIL CARD-POSITION > 69
                 OR JCL-STATEMENT-FIELD(CARD-POSITION:1) = SPACE.
           PERFORM 126-SKIP-FIELD-SPACE
              UNTIL CARD-POSITION > 69
                 OR JCL-STATEMENT-FIELD(CARD-POSITION:1) NOT = SPACE.
           PERFORM 140-COLLECT-OPERAND-FIELD.
           SET STATEMENT-IS-PENDING TO TRUE.
      *
       122-COLLECT-NAME-CHARACTER.
           IF FIELD-LENGTH < 17
              ADD 1 TO FIELD-LENGTH
              MOVE JCL-STATEMENT-FIELD(CARD-POSITION:1)
                TO STATEMENT-NAME(FIELD-LENGTH:1)
           END-IF.
           ADD 1 TO CARD-POSITION.
      *
       124-COLLECT-OPERATION-CHARACTER.
           IF FIELD-LENGTH < 8
              ADD 1 TO FIELD-LENGTH
              MOVE JCL-STATEMENT-FIELD(CARD-POSITION:1)
                TO STATEMENT-OPERATION(FIELD-LENGTH:1)
           END-IF.
           ADD 1 TO CARD-POSITION.
      *
       126-SKIP-FIELD-SPACE.
           ADD 1 TO CARD-POSITION.
      *
      *    A continuation card's operands start at its first non-
      *    blank column and run on from where the last card's ended.
       130-CONTINUE-STATEMENT.
           MOVE 1 TO CARD-POSITION.
           PERFORM 126-SKIP-FIELD-SPACE
              UNTIL CARD-POSITION > 69
                 OR JCL-STATEMENT-FIELD(CARD-POSITION:1) NOT = SPACE.
           PERFORM 140-COLLECT-OPERAND-FIELD.
      *
      *    The operand field ends at the first blank outside
      *    apostrophes; a trailing comma means the next card carries
      *    more of it.
       140-COLLECT-OPERAND-FIELD.
           MOVE "N" TO CONTINUATION-SWITCH.
           MOVE "N" TO QUOTE-SWITCH.
           MOVE "N" TO FIELD-END-SWITCH.
           PERFORM 142-COLLECT-OPERAND-CHARACTER
              UNTIL CARD-POSITION > 69
                 OR FIELD-HAS-ENDED.
           IF OPERANDS-LENGTH > 0
              IF STATEMENT-OPERANDS(OPERANDS-LENGTH:1) = ","
                 SET STATEMENT-CONTINUES TO TRUE
              END-IF
           END-IF.
      *
       142-COLLECT-OPERAND-CHARACTER.
           MOVE JCL-STATEMENT-FIELD(CARD-POSITION:1)
             TO OPERAND-CHARACTER.
           IF OPERAND-CHARACTER = SPACE
              AND NOT INSIDE-QUOTES
              SET FIELD-HAS-ENDED TO TRUE
           ELSE
              IF OPERAND-CHARACTER = "'"
                 IF INSIDE-QUOTES
                    MOVE "N" TO QUOTE-SWITCH
                 ELSE
                    SET INSIDE-QUOTES TO TRUE
                 END-IF
              END-IF
              IF OPERANDS-LENGTH < 640
                 ADD 1 TO OPERANDS-LENGTH
                 MOVE OPERAND-CHARACTER
                   TO STATEMENT-OPERANDS(OPERANDS-LENGTH:1)
              END-IF
           END-IF.
           ADD 1 TO CARD-POSITION.
      *
      *    A statement is acted on once its last card - the one
      *    without a trailing comma - has been collected.
       190-FINISH-STATEMENT.
           IF STATEMENT-IS-PENDING
              MOVE "N" TO STATEMENT-PENDING-SWITCH
              MOVE "N" TO CONTINUATION-SWITCH
              IF STATEMENT-OPERATION = "JOB"
                 PERFORM 200-RECORD-JOB-STATEMENT
              ELSE
                 IF STATEMENT-OPERATION = "PROC"
                    PERFORM 210-RECORD-PROC-STATEMENT
                 ELSE
                    IF STATEMENT-OPERATION = "PEND"
                       PERFORM 215-CLOSE-INSTREAM-PROC
                    ELSE
                       IF STATEMENT-OPERATION = "EXEC"
                          PERFORM 220-RECORD-EXEC-STATEMENT
                       ELSE
                          IF STATEMENT-OPERATION = "DD"
                             PERFORM 230-RECORD-DD-STATEMENT
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       200-RECORD-JOB-STATEMENT.
           MOVE STATEMENT-NAME(1:8) TO CURRENT-UNIT-NAME.
           MOVE "JOB" TO CURRENT-UNIT-TYPE.
           MOVE SPACE TO SAVED-UNIT-NAME.
           MOVE SPACE TO SAVED-UNIT-TYPE.
           MOVE SPACE TO CURRENT-STEP-NAME.
           MOVE SPACE TO LAST-DD-NAME.
           MOVE SPACE TO JCL-REFERENCE-RECORD.
           MOVE "JOB" TO NJR-STATEMENT.
           PERFORM 300-PUT-JREF-RECORD.
           ADD 1 TO JOBS-WRITTEN-COUNT.
      *
      *    A PROC inside a job is an in-stream procedure: the job is
      *    parked until the PEND. A cataloged procedure may leave its
      *    PROC statement unnamed, or leave it out altogether (see
      *    225), in which case the member names it.
       210-RECORD-PROC-STATEMENT.
           IF CURRENT-UNIT-TYPE = "JOB"
              MOVE CURRENT-UNIT-NAME TO SAVED-UNIT-NAME
              MOVE CURRENT-UNIT-TYPE TO SAVED-UNIT-TYPE
           END-IF.
           IF STATEMENT-NAME = SPACE
              OR STATEMENT-OPERATION NOT = "PROC"
              MOVE CURRENT-MEMBER-NAME TO CURRENT-UNIT-NAME
           ELSE
              MOVE STATEMENT-NAME(1:8) TO CURRENT-UNIT-NAME
           END-IF.
           MOVE "PROC" TO CURRENT-UNIT-TYPE.
           MOVE SPACE TO CURRENT-STEP-NAME.
           MOVE SPACE TO LAST-DD-NAME.
           MOVE SPACE TO JCL-REFERENCE-RECORD.
           MOVE "PROC" TO NJR-STATEMENT.
           PERFORM 300-PUT-JREF-RECORD.
           ADD 1 TO PROCS-WRITTEN-COUNT.
      *
       215-CLOSE-INSTREAM-PROC.
           IF SAVED-UNIT-NAME NOT = SPACE
              MOVE SAVED-UNIT-NAME TO CURRENT-UNIT-NAME
              MOVE SAVED-UNIT-TYPE TO CURRENT-UNIT-TYPE
              MOVE SPACE TO SAVED-UNIT-NAME
              MOVE SPACE TO SAVED-UNIT-TYPE
              MOVE SPACE TO CURRENT-STEP-NAME
              MOVE SPACE TO LAST-DD-NAME
           END-IF.
      *
      *    The first operand names what the step runs: PGM=program,
      *    PROC=procedure, or a bare procedure name.
       220-RECORD-EXEC-STATEMENT.
           PERFORM 225-OPEN-IMPLICIT-PROC.
           MOVE STATEMENT-NAME(1:8) TO CURRENT-STEP-NAME.
           MOVE SPACE TO LAST-DD-NAME.
           MOVE SPACE TO JCL-REFERENCE-RECORD.
           MOVE "EXEC" TO NJR-STATEMENT.
           MOVE 1 TO OPERAND-POSITION.
           PERFORM 250-TAKE-NEXT-OPERAND.
           IF OPERAND-TEXT(1:4) = "PGM="
              MOVE "PGM" TO NJR-EXEC-TYPE
              MOVE OPERAND-TEXT(5:8) TO NJR-EXEC-NAME
           ELSE
              MOVE "PROC" TO NJR-EXEC-TYPE
              IF OPERAND-TEXT(1:5) = "PROC="
                 MOVE OPERAND-TEXT(6:8) TO NJR-EXEC-NAME
              ELSE
                 MOVE OPERAND-TEXT(1:8) TO NJR-EXEC-NAME
              END-IF
           END-IF.
           PERFORM 300-PUT-JREF-RECORD.
           ADD 1 TO STEPS-WRITTEN-COUNT.
      *
      *    A member whose first EXEC or DD arrives with no JOB or
      *    PROC statement ahead of it is a cataloged procedure
      *    written without one; the member names the procedure.
       225-OPEN-IMPLICIT-PROC.
           IF CURRENT-UNIT-TYPE = SPACE
              PERFORM 210-RECORD-PROC-STATEMENT
           END-IF.
      *
      *    A DD with a blank name is the next dataset of the
      *    concatenation above it; STEP.DDNAME is an override of a
      *    procedure step's DD and is recorded under the DD name.
       230-RECORD-DD-STATEMENT.
           PERFORM 225-OPEN-IMPLICIT-PROC.
           IF STATEMENT-NAME = SPACE
              CONTINUE
           ELSE
              MOVE SPACE TO DD-QUALIFIER-TEXT
              MOVE SPACE TO DD-UNQUALIFIED-TEXT
              UNSTRING STATEMENT-NAME DELIMITED BY "."
                 INTO DD-QUALIFIER-TEXT DD-UNQUALIFIED-TEXT
              END-UNSTRING
              IF DD-UNQUALIFIED-TEXT = SPACE
                 MOVE DD-QUALIFIER-TEXT(1:8) TO LAST-DD-NAME
              ELSE
                 MOVE DD-UNQUALIFIED-TEXT(1:8) TO LAST-DD-NAME
              END-IF
           END-IF.
           MOVE SPACE TO JCL-REFERENCE-RECORD.
           MOVE "DD" TO NJR-STATEMENT.
           MOVE LAST-DD-NAME TO NJR-DD-NAME.
           MOVE "/*" TO INSTREAM-DELIMITER.
           MOVE "N" TO DELIMITER-SWITCH.
           MOVE 1 TO OPERAND-POSITION.
           PERFORM 240-EXAMINE-DD-OPERAND
              UNTIL OPERAND-POSITION > OPERANDS-LENGTH.
           IF NJR-DATASET-NAME NOT = SPACE
              AND NJR-DATASET-NAME(1:1) NOT = "("
              AND NJR-DISPOSITION = SPACE
              MOVE "NEW" TO NJR-DISPOSITION
           END-IF.
           PERFORM 300-PUT-JREF-RECORD.
           ADD 1 TO DDS-WRITTEN-COUNT.
      *
      *    An uncoded DISP defaults to NEW, which the paragraph above
      *    fills in once every operand has been seen.
       240-EXAMINE-DD-OPERAND.
           PERFORM 250-TAKE-NEXT-OPERAND.
           IF OPERAND-TEXT(1:4) = "DSN="
              MOVE OPERAND-TEXT(5:) TO NJR-DATASET-NAME
           ELSE
              IF OPERAND-TEXT(1:7) = "DSNAME="
                 MOVE OPERAND-TEXT(8:) TO NJR-DATASET-NAME
              ELSE
                 IF OPERAND-TEXT(1:5) = "DISP="
                    PERFORM 245-TAKE-DISPOSITION
                 ELSE
                    IF OPERAND-TEXT(1:7) = "SYSOUT="
                       PERFORM 248-TAKE-SYSOUT-CLASS
                    ELSE
                       IF OPERAND-TEXT(1:4) = "DLM="
                          PERFORM 247-TAKE-DELIMITER
                       ELSE
                          PERFORM 249-TEST-POSITIONAL-OPERAND
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *    DISP=SHR or DISP=(OLD,KEEP): the status is the first
      *    sub-parameter; DISP=(,CATLG) leaves it to default to NEW.
       245-TAKE-DISPOSITION.
           MOVE 6 TO DISP-POSITION.
           IF OPERAND-TEXT(6:1) = "("
              MOVE 7 TO DISP-POSITION
           END-IF.
           MOVE 0 TO DISP-LENGTH.
           PERFORM 246-COLLECT-DISP-CHARACTER
              UNTIL DISP-LENGTH >= 3
                 OR OPERAND-TEXT(DISP-POSITION:1) = ","
                 OR OPERAND-TEXT(DISP-POSITION:1) = ")"
                 OR OPERAND-TEXT(DISP-POSITION:1) = SPACE.
           IF DISP-LENGTH = 0
              MOVE "NEW" TO NJR-DISPOSITION
           END-IF.
      *
       246-COLLECT-DISP-CHARACTER.
           ADD 1 TO DISP-LENGTH.
           MOVE OPERAND-TEXT(DISP-POSITION:1)
             TO NJR-DISPOSITION(DISP-LENGTH:1).
           ADD 1 TO DISP-POSITION.
      *
      *    DLM=$$ or DLM='$$': the two characters that end the DD's
      *    in-stream data in place of "/*".
       247-TAKE-DELIMITER.
           SET DELIMITER-WAS-CODED TO TRUE.
           IF OPERAND-TEXT(5:1) = "'"
              MOVE OPERAND-TEXT(6:2) TO INSTREAM-DELIMITER
           ELSE
              MOVE OPERAND-TEXT(5:2) TO INSTREAM-DELIMITER
           END-IF.
      *
       248-TAKE-SYSOUT-CLASS.
           MOVE "(SYSOUT= )" TO NJR-DATASET-NAME.
           IF OPERAND-TEXT(8:1) = "("
              MOVE OPERAND-TEXT(9:1) TO NJR-DATASET-NAME(9:1)
           ELSE
              MOVE OPERAND-TEXT(8:1) TO NJR-DATASET-NAME(9:1)
           END-IF.
      *
      *    DD * and DD DATA open in-stream data, which the card loop
      *    then passes over; DD DUMMY allocates nothing.
       249-TEST-POSITIONAL-OPERAND.
           IF OPERAND-TEXT = "*"
              MOVE "(INSTREAM)" TO NJR-DATASET-NAME
              MOVE "*" TO INSTREAM-SWITCH
           ELSE
              IF OPERAND-TEXT = "DATA"
                 MOVE "(INSTREAM)" TO NJR-DATASET-NAME
                 MOVE "D" TO INSTREAM-SWITCH
              ELSE
                 IF OPERAND-TEXT = "DUMMY"
                    MOVE "(DUMMY)" TO NJR-DATASET-NAME
                 END-IF
              END-IF
           END-IF.
      *
      *    Lifts the operand starting at OPERAND-POSITION into
      *    OPERAND-TEXT, leaving OPERAND-POSITION past the comma that
      *    ends it. Commas inside parentheses or apostrophes belong to
      *    the operand.
       250-TAKE-NEXT-OPERAND.
           MOVE SPACE TO OPERAND-TEXT.
           MOVE 0 TO OPERAND-LENGTH.
           MOVE 0 TO PAREN-DEPTH.
           MOVE "N" TO QUOTE-SWITCH.
           MOVE "N" TO FIELD-END-SWITCH.
           PERFORM 252-TAKE-OPERAND-CHARACTER
              UNTIL OPERAND-POSITION > OPERANDS-LENGTH
                 OR FIELD-HAS-ENDED.
      *
       252-TAKE-OPERAND-CHARACTER.
           MOVE STATEMENT-OPERANDS(OPERAND-POSITION:1)
             TO OPERAND-CHARACTER.
           ADD 1 TO OPERAND-POSITION.
           IF OPERAND-CHARACTER = "," AND PAREN-DEPTH = 0
              AND NOT INSIDE-QUOTES
              SET FIELD-HAS-ENDED TO TRUE
           ELSE
              IF OPERAND-CHARACTER = "'"
                 IF INSIDE-QUOTES
                    MOVE "N" TO QUOTE-SWITCH
                 ELSE
                    SET INSIDE-QUOTES TO TRUE
                 END-IF
              END-IF
              IF OPERAND-CHARACTER = "(" AND NOT INSIDE-QUOTES
                 ADD 1 TO PAREN-DEPTH
              END-IF
              IF OPERAND-CHARACTER = ")" AND NOT INSIDE-QUOTES
                 AND PAREN-DEPTH > 0
                 SUBTRACT 1 FROM PAREN-DEPTH
              END-IF
              IF OPERAND-LENGTH < 100
                 ADD 1 TO OPERAND-LENGTH
                 MOVE OPERAND-CHARACTER
                   TO OPERAND-TEXT(OPERAND-LENGTH:1)
              END-IF
           END-IF.
      *
      *    Stamps the member, unit and step every record carries and
      *    writes the record the caller has filled in.
       300-PUT-JREF-RECORD.
           MOVE CURRENT-MEMBER-NAME TO NJR-MEMBER-NAME.
           MOVE CURRENT-UNIT-NAME TO NJR-UNIT-NAME.
           MOVE CURRENT-UNIT-TYPE TO NJR-UNIT-TYPE.
           MOVE CURRENT-STEP-NAME TO NJR-STEP-NAME.
           MOVE JCL-REFERENCE-RECORD TO STRCJREF-AREA.
           WRITE STRCJREF-AREA.
           IF STRCJREF-STATUS NOT = "00"
              MOVE "STRCJREF" TO ERROR-FILE-NAME
              MOVE STRCJREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
