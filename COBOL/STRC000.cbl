      *                          the statement sets the name or only
      *                          reads it; STRC005 prints the
      *                          where-used report from the extract
      * 15/10/2026 MAINTAINER    SECTION headers are now charted as
      *                          procedures in their own right and
      *                          each paragraph's owning section is
      *                          written as an S= record; PERFORM ...
      *                          THRU ranges are kept as R= records
      *                          and every performer of a range as a
      *                          T= record, so the readers can treat
      *                          a PERFORM of a section or a range as
      *                          reaching every paragraph inside it
      * 15/10/2026 MAINTAINER    Each member's SELECT ... ASSIGN DD
      *                          names, and every OPEN (with its
      *                          mode), READ, WRITE, REWRITE and
      *                          DELETE by paragraph, are now written
      *                          to the new STRCFREF file-reference
      *                          extract; STRC007 prints the dataset
      *                          usage report from it
      * 15/10/2026 MAINTAINER    Every COPY statement in every
      *                          division - not only the PROCEDURE
      *                          DIVISION ones that are expanded - is
      *                          now written to the new STRCCREF
      *                          copybook-usage extract with its
      *                          division and, in procedure code, its
      *                          paragraph; STRC008 prints the
      *                          copybook impact report from it and
      *                          STRC004 loads it for COPY= inquiries
      * 15/10/2026 MAINTAINER    EXEC SQL and EXEC CICS blocks are no
      *                          longer scanned as COBOL: each SQL
      *                          statement's tables (SELECT, INSERT,
      *                          UPDATE, DELETE and cursor use) are
      *                          written as Q= records and each CICS
      *                          program-transfer and file command as
      *                          an X= record, by paragraph; host
      *                          variables and CICS option data names
      *                          reach the STRCDREF extract, and an
      *                          EXEC SQL INCLUDE the STRCCREF extract
      * 15/10/2026 MAINTAINER    Every name the DATA DIVISION declares
      *                          is now written to the new STRCDDEF
      *                          data-declaration extract with its
      *                          level number, record, section,
      *                          copybook and whether it carries a
      *                          VALUE clause; DATA DIVISION COPY
      *                          statements are expanded from COBCOPY
      *                          as well, so copybook fields are
      *                          declared and their references reach
      *                          STRCDREF. STRC013 prints the data
      *                          usage exceptions report from the two
      *                          extracts
      * 15/10/2026 MAINTAINER    Run report lines for a member that
      *                          was read now carry its PROGRAM-ID
      *                          after the disposition, so STRC011
      *                          can match a member to the program
      *                          the other stages name
      * 15/10/2026 MAINTAINER    A paragraph that both reads and sets
      *                          a data name is now flagged B on
      *                          STRCDREF rather than S, so the read
      *                          is not lost
      * 15/10/2026 MAINTAINER    A literal now closes on a word such
      *                          as "N") whose quote is followed only
      *                          by parentheses or a comma, and a
      *                          subscripted or reference-modified
      *                          word is split so each name in it
      *                          reaches STRCDREF. STRCDDEF now
      *                          carries every declaration in order,
      *                          FILLERs and repeated names included,
      *                          so STRC013 can rebuild the groups.
      *                          PERFORM, UNTIL, ELSE, WHEN, CALL and
      *                          GO now end a receiving context
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
                   FILE STATUS IS COBLPROG-STATUS.
           SELECT STRCDREF ASSIGN TO STRCDREF
                   FILE STATUS IS STRCDREF-STATUS.
           SELECT STRCFREF ASSIGN TO STRCFREF
                   FILE STATUS IS STRCFREF-STATUS.
           SELECT STRCCREF ASSIGN TO STRCCREF
                   FILE STATUS IS STRCCREF-STATUS.
           SELECT STRCDDEF ASSIGN TO STRCDDEF
                   FILE STATUS IS STRCDDEF-STATUS.
           SELECT STRCSRPT ASSIGN TO STRCSRPT
                   FILE STATUS IS STRCSRPT-STATUS.
      *****************************************************************
      *
      *    Copy library in IEBUPDTE unload form: each member's cards
      *    preceded by a "./ ADD NAME=member" control card. Loaded
      *    whole at start-up so a COPY statement met in the DATA or
      *    PROCEDURE DIVISION can be expanded in place. OPTIONAL, so
      *    a member with no copybooks needs no library at all.
       FD  COBCOPY.
       01 COPY-LIBRARY-CARD           PIC X(80).
      *
      *
      *    Data-reference extract, the where-used counterpart of
      *    COBLPROG: one record per (data name, paragraph) pair the
      *    member references, flagged S when the paragraph only
      *    sets the name, R when it only reads it, and B when it
      *    does both.
      *    STRC005 prints the where-used report from this file. Built
      *    up field by field in WORKING-STORAGE, then moved here
      *    whole just before WRITE, the way STRC001 handles its
       FD  STRCDREF.
       01 STRCDREF-AREA               PIC X(68).
      *
      *    File-reference extract, the file I/O counterpart of
      *    STRCDREF: one ASSIGN record per SELECT naming the file's
      *    DD name, then one record per distinct (file, paragraph,
      *    operation, open mode) the member's PROCEDURE DIVISION
      *    performs. STRC007 prints the dataset usage report from
      *    this file. Built up in WORKING-STORAGE and moved here whole
      *    just before WRITE, the same as STRCDREF.
       FD  STRCFREF.
       01 STRCFREF-AREA               PIC X(90).
      *
      *    Copybook-usage extract: one record per distinct (copybook,
      *    division, paragraph) a member's COPY statements name, the
      *    paragraph filled in for PROCEDURE DIVISION copies only.
      *    STRC008 prints the copybook impact report from this file
      *    and STRC004 loads it into the repository. Built up in
      *    WORKING-STORAGE and moved here whole just before WRITE,
      *    the same as STRCDREF.
       FD  STRCCREF.
       01 STRCCREF-AREA               PIC X(59).
      *
      *    Data-declaration extract, the declaring counterpart of
      *    STRCDREF: one record per declaration in the member's DATA
      *    DIVISION, in declaration order (copybook fields, FILLERs
      *    and a name declared twice included), with its
      *    level number, the 01 or 77 record it belongs to, its
      *    section and copybook, and V when it carries a VALUE
      *    clause. STRC013 reads it beside STRCDREF for the data
      *    usage exceptions report. Built up in WORKING-STORAGE and
      *    moved here whole just before WRITE, the same as STRCDREF.
       FD  STRCDDEF.
       01 STRCDDEF-AREA               PIC X(100).
      *
      *    Run report: one line per member saying what was written or
      *    why the member was skipped, and a summary at the end.
       FD  STRCSRPT.
      *    "PGM=" and the program name), then one procedure record per
      *    paragraph in source order carrying the immediate PERFORM
      *    parent and the count of distinct PERFORM statements that
      *    target the paragraph. Section headers get a procedure
      *    record of their own, in source order like any paragraph.
       FD  COBLPROG.
       01 NEW-PROCEDURE-INFORMATIONS.
          05 NEW-SEQUENCE-NUMBER      PIC 9(4).
          05 NEW-EDGE-TARGET          PIC X(26).
          05 NEW-EDGE-PERFORMER       PIC X(26).
      *
      *    One R= record per distinct PERFORM ... THRU range: the
      *    first and last procedure names of the range. Every
      *    procedure from the first through the last, in source
      *    order, is reached by whoever performs the range.
       01 NEW-RANGE-RECORD
          REDEFINES NEW-PROCEDURE-INFORMATIONS.
          05 NEW-RANGE-SEQUENCE-NUMBER PIC 9(4).
          05 NEW-RANGE-LITERAL        PIC X(2).
          05 NEW-RANGE-FIRST          PIC X(26).
          05 NEW-RANGE-LAST           PIC X(26).
      *
      *    One T= record per distinct paragraph that performs a THRU
      *    range: the range's first procedure, then the performer, so
      *    the reader can hang every member of the range (the R=
      *    records with the same first name) under the performer.
      *    Written after all the R= records.
       01 NEW-THRU-RECORD
          REDEFINES NEW-PROCEDURE-INFORMATIONS.
          05 NEW-THRU-SEQUENCE-NUMBER PIC 9(4).
          05 NEW-THRU-LITERAL         PIC X(2).
          05 NEW-THRU-FIRST           PIC X(26).
          05 NEW-THRU-PERFORMER       PIC X(26).
      *
      *    One S= record per paragraph coded inside a section: the
      *    paragraph, then its owning section. A PERFORM of the
      *    section reaches every paragraph it owns. Written after all
      *    the T= records.
       01 NEW-SECTION-RECORD
          REDEFINES NEW-PROCEDURE-INFORMATIONS.
          05 NEW-SECT-SEQUENCE-NUMBER PIC 9(4).
          05 NEW-SECT-LITERAL         PIC X(2).
          05 NEW-SECT-PARAGRAPH       PIC X(26).
          05 NEW-SECT-SECTION-NAME    PIC X(26).
      *
      *    One Q= record per distinct (statement, table, paragraph)
      *    met inside EXEC SQL: the operation is SELECT, INSERT,
      *    UPDATE or DELETE for the table the statement names, CURSOR
      *    for a table read by a DECLARE ... CURSOR, and OPEN, FETCH
      *    or CLOSE for each table behind the cursor worked (the
      *    cursor name itself when the member declares no such
      *    cursor). One X= record per distinct (command, resource,
      *    paragraph) met inside EXEC CICS: the program a LINK, XCTL
      *    or LOAD names, the transaction a RETURN or START names, or
      *    the file a file-control command names - a data name when
      *    the option is not a literal, as for a dynamic CALL. Both
      *    are written after all the S= records, Q= first; table and
      *    resource names longer than 18 characters are cut short.
       01 NEW-EXEC-RECORD
          REDEFINES NEW-PROCEDURE-INFORMATIONS.
          05 NEW-EXEC-SEQUENCE-NUMBER PIC 9(4).
          05 NEW-EXEC-LITERAL         PIC X(2).
          05 NEW-EXEC-OPERATION       PIC X(8).
          05 NEW-EXEC-OBJECT          PIC X(18).
          05 NEW-EXEC-PARAGRAPH       PIC X(26).
      *
      *    Per-program trailer, the counterpart of the PGM= record:
      *    carries the number of procedure records written, so the
      *    reader can prove the extract was not cut short upstream.
             88 AWAITING-PROGRAM-NAME            VALUE "Y".
          05 PERFORM-WAIT-SWITCH      PIC X      VALUE "N".
             88 AWAITING-PERFORM-TARGET          VALUE "Y".
          05 THRU-WAIT-SWITCH         PIC X      VALUE "N".
             88 AWAITING-THRU-WORD               VALUE "Y".
          05 THRU-END-WAIT-SWITCH     PIC X      VALUE "N".
             88 AWAITING-THRU-END                VALUE "Y".
          05 CALL-WAIT-SWITCH         PIC X      VALUE "N".
             88 AWAITING-CALL-TARGET             VALUE "Y".
          05 COBCOPY-EOF-SWITCH       PIC X      VALUE "N".
             88 LINE-SCAN-DONE                   VALUE "Y".
          05 CARD-EXHAUSTED-SWITCH    PIC X      VALUE "N".
             88 CARD-EXHAUSTED                   VALUE "Y".
          05 SELECT-WAIT-SWITCH       PIC X      VALUE "N".
             88 AWAITING-SELECT-FILE             VALUE "Y".
          05 ASSIGN-WAIT-SWITCH       PIC X      VALUE "N".
             88 AWAITING-ASSIGN-NAME             VALUE "Y".
          05 OPEN-LIST-SWITCH         PIC X      VALUE "N".
             88 COLLECTING-OPEN-FILES            VALUE "Y".
          05 IO-WAIT-SWITCH           PIC X      VALUE "N".
             88 AWAITING-IO-OPERAND              VALUE "Y".
          05 EXEC-STATE-SWITCH        PIC X      VALUE "N".
             88 AWAITING-EXEC-LANGUAGE           VALUE "L".
             88 INSIDE-EXEC-SQL                  VALUE "Q".
             88 INSIDE-EXEC-CICS                 VALUE "X".
             88 INSIDE-EXEC-OTHER                VALUE "O".
             88 INSIDE-EXEC-BLOCK                VALUE "L" "Q" "X"
                                                       "O".
          05 COMMA-END-SWITCH         PIC X      VALUE "N".
             88 TOKEN-ENDED-WITH-COMMA           VALUE "Y".
          05 SQL-TABLE-WAIT-SWITCH    PIC X      VALUE "N".
             88 AWAITING-SQL-TABLE               VALUE "Y".
          05 SQL-FROM-LIST-SWITCH     PIC X      VALUE "N".
             88 INSIDE-SQL-FROM-LIST             VALUE "Y".
          05 SQL-NAME-WAIT-SWITCH     PIC X      VALUE "N".
             88 AWAITING-SQL-NAME                VALUE "Y".
          05 SQL-INTO-SWITCH          PIC X      VALUE "N".
             88 SQL-HOST-VARIABLES-SET           VALUE "Y".
          05 SQL-TARGET-SWITCH        PIC X      VALUE "N".
             88 SQL-TARGET-TABLE-DONE            VALUE "Y".
          05 CICS-OPTION-WAIT-SWITCH  PIC X      VALUE "N".
             88 AWAITING-CICS-OPEN-PAREN         VALUE "P".
             88 AWAITING-CICS-OPTION-VALUE       VALUE "V".
          05 CICS-RESOURCE-SWITCH     PIC X      VALUE "N".
             88 OPTION-NAMES-RESOURCE            VALUE "Y".
      *
       01 EXTRACT-NAME-FIELDS.
          05 SOURCE-PROGRAM-NAME      PIC X(22)  VALUE SPACE.
          05 CURRENT-PARAGRAPH-NAME   PIC X(26)  VALUE SPACE.
          05 CURRENT-SECTION-NAME     PIC X(26)  VALUE SPACE.
          05 CURRENT-DIVISION-NAME    PIC X(14)  VALUE SPACE.
      *
      *    The member whose cards are being read: named by the last
      *    "./ ADD NAME=" control card met in COBSRCE, or SPACES for
      *    source order; the immediate PERFORM parent and the PERFORM
      *    count are filled in from the edge table once the whole
      *    member has been read, since a PERFORM may name a paragraph
      *    defined later in the source. Section headers are entered
      *    too; a paragraph coded inside a section carries the
      *    section's name.
       01 PARAGRAPH-TABLE.
          05 PARAGRAPH-ENTRY          OCCURS 5000 TIMES
                                       INDEXED BY PARA-IDX.
             10 PARA-NAME             PIC X(26).
             10 PARA-PARENT           PIC X(26).
             10 PARA-PERFORM-COUNT    PIC 9(2).
             10 PARA-SECTION          PIC X(26).
       01 PARAGRAPH-ENTRY-COUNT       PIC 9(4)   VALUE 0.
      *
      *    One entry per PERFORM statement whose target is a procedure
      *    name, in the order the statements appear in the source. The
      *    performer is the paragraph the statement sits in; the THRU
      *    end is the last procedure of a PERFORM ... THRU range, and
      *    SPACES for a PERFORM of a single procedure.
       01 PERFORM-EDGE-TABLE.
          05 PERFORM-EDGE-ENTRY       OCCURS 20000 TIMES
                                       INDEXED BY EDGE-IDX.
             10 EDGE-PERFORMER        PIC X(26).
             10 EDGE-TARGET           PIC X(26).
             10 EDGE-THRU-END         PIC X(26).
       01 PERFORM-EDGE-COUNT          PIC 9(5)   VALUE 0.
      *
      *    PERFORM edges beyond a paragraph's recorded first parent,
             10 XEDGE-PERFORMER       PIC X(26).
       01 EXTRA-EDGE-COUNT            PIC 9(5)   VALUE 0.
      *
      *    Every distinct PERFORM ... THRU range whose first procedure
      *    matched a recorded procedure, deduplicated by (first, last)
      *    pair; written out as R= records.
       01 THRU-RANGE-TABLE.
          05 THRU-RANGE-ENTRY         OCCURS 5000 TIMES
                                       INDEXED BY RANGE-IDX.
             10 TR-FIRST              PIC X(26).
             10 TR-LAST               PIC X(26).
       01 THRU-RANGE-COUNT            PIC 9(4)   VALUE 0.
      *
      *    Every distinct paragraph that performs a THRU range,
      *    deduplicated by (first, performer) pair; written out as T=
      *    records behind the R= records.
       01 THRU-EDGE-TABLE.
          05 THRU-EDGE-ENTRY          OCCURS 10000 TIMES
                                       INDEXED BY TEDGE-IDX.
             10 TE-FIRST              PIC X(26).
             10 TE-PERFORMER          PIC X(26).
       01 THRU-EDGE-COUNT             PIC 9(5)   VALUE 0.
      *
      *    Every file the member's FILE-CONTROL paragraph SELECTs,
      *    with the DD name its ASSIGN clause names: the last hyphen-
      *    separated part of the assignment name, so an UT-S-MASTER
      *    style name still yields the DD name MASTER.
       01 FILE-ASSIGN-TABLE.
          05 FILE-ASSIGN-ENTRY        OCCURS 200 TIMES
                                       INDEXED BY FASSIGN-IDX.
             10 FA-FILE-NAME          PIC X(30).
             10 FA-DD-NAME            PIC X(8).
       01 FILE-ASSIGN-COUNT           PIC 9(3)   VALUE 0.
      *
      *    Every 01-level record under an FD, with the file it
      *    describes: WRITE and REWRITE name the record, not the
      *    file, so this is how those statements find their file.
       01 FILE-RECORD-TABLE.
          05 FILE-RECORD-ENTRY        OCCURS 1000 TIMES
                                       INDEXED BY FRECORD-IDX.
             10 FR-RECORD-NAME        PIC X(30).
             10 FR-FILE-NAME          PIC X(30).
       01 FILE-RECORD-COUNT           PIC 9(4)   VALUE 0.
      *
      *    One entry per distinct (file, paragraph, operation, open
      *    mode) the PROCEDURE DIVISION performs on a SELECTed file;
      *    the open mode is filled in on OPEN entries only.
       01 FILE-IO-TABLE.
          05 FILE-IO-ENTRY            OCCURS 5000 TIMES
                                       INDEXED BY FIO-IDX.
             10 FI-FILE-NAME          PIC X(30).
             10 FI-PARAGRAPH          PIC X(26).
             10 FI-OPERATION          PIC X(7).
             10 FI-OPEN-MODE          PIC X(6).
       01 FILE-IO-COUNT               PIC 9(4)   VALUE 0.
      *
      *    One entry per distinct (copybook, division, paragraph) the
      *    member's COPY statements name, whether or not the copy
      *    library holds the member: the usage is wanted even when
      *    the expansion is not.
       01 COPY-USAGE-TABLE.
          05 COPY-USAGE-ENTRY         OCCURS 1000 TIMES
                                       INDEXED BY CUSAGE-IDX.
             10 CU-COPYBOOK-NAME      PIC X(8).
             10 CU-DIVISION-NAME      PIC X(14).
             10 CU-PARAGRAPH          PIC X(26).
       01 COPY-USAGE-COUNT            PIC 9(4)   VALUE 0.
      *
      *    Every declaration in the member's DATA DIVISION (all
      *    sections, condition names and FILLERs included), in the
      *    order declared, so the procedure scan can tell a data
      *    reference from the nouns and figurative constants a
      *    statement is made of - a name declared twice is found at
      *    its first entry. The rest of the entry describes the
      *    declaration for the STRCDDEF extract, whose reader rebuilds
      *    the group structure from the level numbers; the copybook
      *    is blank for a name declared in the member's own text.
       01 DATA-NAME-TABLE.
          05 DATA-NAME-ENTRY          OCCURS 5000 TIMES
                                       INDEXED BY DNAME-IDX.
             10 DN-NAME               PIC X(30).
             10 DN-LEVEL-NUMBER       PIC X(2).
             10 DN-RECORD-NAME        PIC X(30).
             10 DN-COPYBOOK-NAME      PIC X(8).
             10 DN-SECTION-NAME       PIC X(15).
             10 DN-VALUE-FLAG         PIC X(1).
       01 DATA-NAME-COUNT             PIC 9(4)   VALUE 0.
      *
      *    One entry per (data name, paragraph) pair referenced from
      *    the PROCEDURE DIVISION; the usage flag is S or R after the
      *    first reference and becomes B once the other use is seen
      *    in the same paragraph.
       01 DATA-REFERENCE-TABLE.
          05 DATA-REFERENCE-ENTRY     OCCURS 20000 TIMES
                                       INDEXED BY DREF-IDX.
      *    The statement verbs the set-or-read call cares about: any
      *    of them resets the receiving context, and the four that
      *    put their very next operand in receiving position arm it.
      *    The words that open a condition or pass control are here
      *    too, so the TO of a MOVE with no period after it cannot
      *    make a later UNTIL or WHEN condition look like a set.
      *    Set detection is a heuristic over TO/INTO/GIVING/VARYING
      *    and these verbs, not a full parse; a name the heuristic
      *    cannot place is reported as read, never dropped.
          05 FILLER                   PIC X(10)  VALUE "EVALUATE  ".
          05 FILLER                   PIC X(10)  VALUE "OPEN      ".
          05 FILLER                   PIC X(10)  VALUE "CLOSE     ".
          05 FILLER                   PIC X(10)  VALUE "PERFORM   ".
          05 FILLER                   PIC X(10)  VALUE "UNTIL     ".
          05 FILLER                   PIC X(10)  VALUE "ELSE      ".
          05 FILLER                   PIC X(10)  VALUE "WHEN      ".
          05 FILLER                   PIC X(10)  VALUE "CALL      ".
          05 FILLER                   PIC X(10)  VALUE "GO        ".
       01 STATEMENT-VERB-LIST
          REDEFINES STATEMENT-VERB-WORDS.
          05 STATEMENT-VERB           PIC X(10) OCCURS 26 TIMES
                                       INDEXED BY VERB-IDX.
      *
      *    One entry per distinct GO TO edge, deduplicated by
             10 CALL-CALLING-PARA     PIC X(26).
       01 CALL-ENTRY-COUNT            PIC 9(4)   VALUE 0.
      *
      *    One entry per distinct (record type, operation, object,
      *    paragraph) met inside the member's EXEC blocks, in the
      *    order first met: Q= for an SQL statement and the table it
      *    touches, X= for a CICS command and the resource it names.
      *    A DECLARE ... CURSOR entry carries its cursor name beside
      *    each table its SELECT reads, and an OPEN, FETCH or CLOSE
      *    entry the cursor it works, so the write step can turn a
      *    cursor into the tables behind it.
       01 EXEC-STATEMENT-TABLE.
          05 EXEC-STATEMENT-ENTRY     OCCURS 2000 TIMES
                                       INDEXED BY EXEC-IDX.
             10 XS-RECORD-LITERAL     PIC X(2).
             10 XS-OPERATION          PIC X(8).
             10 XS-OBJECT             PIC X(18).
             10 XS-PARAGRAPH          PIC X(26).
             10 XS-CURSOR-NAME        PIC X(18).
       01 EXEC-STATEMENT-COUNT        PIC 9(4)   VALUE 0.
      *
      *    Words that end an SQL FROM list, or the wait for a table
      *    name: the clauses that can follow the tables of a SELECT,
      *    UPDATE or DELETE.
       01 SQL-CLAUSE-WORDS.
          05 FILLER                   PIC X(9)   VALUE "WHERE    ".
          05 FILLER                   PIC X(9)   VALUE "GROUP    ".
          05 FILLER                   PIC X(9)   VALUE "ORDER    ".
          05 FILLER                   PIC X(9)   VALUE "HAVING   ".
          05 FILLER                   PIC X(9)   VALUE "UNION    ".
          05 FILLER                   PIC X(9)   VALUE "EXCEPT   ".
          05 FILLER                   PIC X(9)   VALUE "INTERSECT".
          05 FILLER                   PIC X(9)   VALUE "ON       ".
          05 FILLER                   PIC X(9)   VALUE "SET      ".
          05 FILLER                   PIC X(9)   VALUE "VALUES   ".
          05 FILLER                   PIC X(9)   VALUE "FOR      ".
          05 FILLER                   PIC X(9)   VALUE "WITH     ".
          05 FILLER                   PIC X(9)   VALUE "FETCH    ".
          05 FILLER                   PIC X(9)   VALUE "OPTIMIZE ".
       01 SQL-CLAUSE-WORD-LIST
          REDEFINES SQL-CLAUSE-WORDS.
          05 SQL-CLAUSE-WORD          PIC X(9) OCCURS 14 TIMES
                                       INDEXED BY CLAUSE-IDX.
      *
      *    Words a FETCH may put between the verb and its cursor
      *    name: the orientation keywords and FROM.
       01 SQL-FETCH-WORDS.
          05 FILLER                   PIC X(8)   VALUE "NEXT    ".
          05 FILLER                   PIC X(8)   VALUE "PRIOR   ".
          05 FILLER                   PIC X(8)   VALUE "FIRST   ".
          05 FILLER                   PIC X(8)   VALUE "LAST    ".
          05 FILLER                   PIC X(8)   VALUE "CURRENT ".
          05 FILLER                   PIC X(8)   VALUE "BEFORE  ".
          05 FILLER                   PIC X(8)   VALUE "AFTER   ".
          05 FILLER                   PIC X(8)   VALUE "ROWSET  ".
          05 FILLER                   PIC X(8)   VALUE "FROM    ".
       01 SQL-FETCH-WORD-LIST
          REDEFINES SQL-FETCH-WORDS.
          05 SQL-FETCH-WORD           PIC X(8) OCCURS 9 TIMES
                                       INDEXED BY FETCH-IDX.
      *
      *    CICS file-control commands, whose FILE (or DATASET) option
      *    names the file the command works.
       01 CICS-FILE-COMMANDS.
          05 FILLER                   PIC X(8)   VALUE "READ    ".
          05 FILLER                   PIC X(8)   VALUE "WRITE   ".
          05 FILLER                   PIC X(8)   VALUE "REWRITE ".
          05 FILLER                   PIC X(8)   VALUE "DELETE  ".
          05 FILLER                   PIC X(8)   VALUE "UNLOCK  ".
          05 FILLER                   PIC X(8)   VALUE "STARTBR ".
          05 FILLER                   PIC X(8)   VALUE "READNEXT".
          05 FILLER                   PIC X(8)   VALUE "READPREV".
          05 FILLER                   PIC X(8)   VALUE "RESETBR ".
          05 FILLER                   PIC X(8)   VALUE "ENDBR   ".
       01 CICS-FILE-COMMAND-LIST
          REDEFINES CICS-FILE-COMMANDS.
          05 CICS-FILE-COMMAND        PIC X(8) OCCURS 10 TIMES
                                       INDEXED BY CICS-IDX.
      *
      *    Words that can directly follow the verb PERFORM when the
      *    statement is an inline loop rather than an out-of-line
      *    PERFORM of a named procedure.
          05 TOKEN-TEXT               PIC X(30)  VALUE SPACE.
          05 TOKEN-LENGTH             PIC 9(2)   VALUE 0.
          05 TOKEN-QUOTE-CHARACTER    PIC X(1)   VALUE SPACE.
          05 LITERAL-END-POSITION     PIC 9(2)   VALUE 0.
      *
       01 WORK-FIELDS.
          05 EDGE-SUB                 PIC 9(5)   VALUE 0.
          05 DREF-SUB                 PIC 9(5)   VALUE 0.
          05 FOUND-NAME-SUB           PIC 9(4)   VALUE 0.
          05 FOUND-REFERENCE-SUB      PIC 9(5)   VALUE 0.
          05 REFERENCE-MARK-COUNT     PIC 9(2)   VALUE 0.
          05 REFERENCE-PAREN-COUNT    PIC 9(2)   VALUE 0.
          05 REFERENCE-PIECE-SUB      PIC 9(2)   VALUE 0.
          05 HELD-REFERENCE-TEXT      PIC X(30)  VALUE SPACE.
          05 HELD-CONTEXT-SWITCH      PIC X      VALUE "N".
          05 CURRENT-VERB-TEXT        PIC X(10)  VALUE SPACE.
          05 RANGE-SUB                PIC 9(4)   VALUE 0.
          05 TEDGE-SUB                PIC 9(5)   VALUE 0.
          05 DUPLICATE-RANGE-SWITCH   PIC X      VALUE "N".
             88 RANGE-IS-DUPLICATE               VALUE "Y".
          05 FASSIGN-SUB              PIC 9(3)   VALUE 0.
          05 FRECORD-SUB              PIC 9(4)   VALUE 0.
          05 FIO-SUB                  PIC 9(4)   VALUE 0.
          05 FOUND-FILE-SUB           PIC 9(3)   VALUE 0.
          05 DUPLICATE-IO-SWITCH      PIC X      VALUE "N".
             88 FILE-IO-IS-DUPLICATE             VALUE "Y".
          05 CURRENT-FD-FILE-NAME     PIC X(30)  VALUE SPACE.
          05 CURRENT-OPEN-MODE        PIC X(6)   VALUE SPACE.
          05 CURRENT-IO-VERB          PIC X(7)   VALUE SPACE.
          05 IO-FILE-NAME             PIC X(30)  VALUE SPACE.
          05 DATA-LEVEL-TEXT          PIC X(2)   VALUE SPACE.
          05 SECTION-WORD-TEXT        PIC X(30)  VALUE SPACE.
          05 CURRENT-DATA-SECTION     PIC X(15)  VALUE SPACE.
          05 CURRENT-RECORD-NAME      PIC X(30)  VALUE SPACE.
          05 EXPAND-MEMBER-NAME       PIC X(8)   VALUE SPACE.
          05 LAST-DECLARED-SUB        PIC 9(4)   VALUE 0.
          05 DD-FIRST-POSITION        PIC 9(2)   VALUE 0.
          05 DD-LAST-POSITION         PIC 9(2)   VALUE 0.
          05 DD-START-POSITION        PIC 9(2)   VALUE 0.
          05 DD-SCAN-POSITION         PIC 9(2)   VALUE 0.
          05 DD-NAME-LENGTH           PIC 9(2)   VALUE 0.
          05 CUSAGE-SUB               PIC 9(4)   VALUE 0.
          05 FOUND-USAGE-SUB          PIC 9(4)   VALUE 0.
          05 EXEC-SUB                 PIC 9(4)   VALUE 0.
          05 EXEC-SCAN-SUB            PIC 9(4)   VALUE 0.
          05 FOUND-EXEC-SUB           PIC 9(4)   VALUE 0.
          05 CURSOR-TABLE-COUNT       PIC 9(4)   VALUE 0.
          05 EXEC-TOKEN-COUNT         PIC 9(4)   VALUE 0.
          05 EXEC-VERB-TEXT           PIC X(8)   VALUE SPACE.
          05 EXEC-WORD-START          PIC 9(2)   VALUE 0.
          05 EXEC-WORD-LENGTH         PIC 9(2)   VALUE 0.
          05 EXEC-WORD-TEXT           PIC X(30)  VALUE SPACE.
          05 EXEC-RECORD-LITERAL      PIC X(2)   VALUE SPACE.
          05 EXEC-OPERATION-TEXT      PIC X(8)   VALUE SPACE.
          05 EXEC-OBJECT-TEXT         PIC X(18)  VALUE SPACE.
          05 EXEC-CURSOR-TEXT         PIC X(18)  VALUE SPACE.
          05 SQL-TABLE-OPERATION      PIC X(8)   VALUE SPACE.
          05 SQL-CURSOR-NAME          PIC X(18)  VALUE SPACE.
          05 CICS-OPTION-NAME         PIC X(30)  VALUE SPACE.
          05 CICS-OPTION-VALUE        PIC X(30)  VALUE SPACE.
          05 CICS-OPTION-LENGTH       PIC 9(2)   VALUE 0.
          05 CICS-QUOTE-CHARACTER     PIC X(1)   VALUE SPACE.
          05 HOST-VARIABLE-TEXT       PIC X(30)  VALUE SPACE.
      *
      *    The names a subscripted or reference-modified word breaks
      *    into at its parentheses and colons - A(B)(1:C) gives A,
      *    B, an empty piece, 1 and C.
       01 REFERENCE-PIECE-TABLE.
          05 REFERENCE-PIECE          PIC X(30)  OCCURS 6 TIMES.
      *
       01 RUN-REPORT-STATISTICS.
          05 MEMBERS-WRITTEN-COUNT    PIC 9(3)   VALUE 0.
          05 STRCSLCT-STATUS          PIC X(2)   VALUE "00".
          05 COBLPROG-STATUS          PIC X(2)   VALUE "00".
          05 STRCDREF-STATUS          PIC X(2)   VALUE "00".
          05 STRCFREF-STATUS          PIC X(2)   VALUE "00".
          05 STRCCREF-STATUS          PIC X(2)   VALUE "00".
          05 STRCDDEF-STATUS          PIC X(2)   VALUE "00".
          05 STRCSRPT-STATUS          PIC X(2)   VALUE "00".
      *
       01 ABEND-FIELDS.
      *    Built up field by field, then moved whole to REPORT-PRINT-
      *    AREA just before WRITE, the same way STRC001 builds its
      *    lines.
      *    The PROGRAM-ID follows the disposition for a member that
      *    was read, blank for one that never was.
       01 RUN-REPORT-LINE.
          05 RRL-MEMBER-NAME          PIC X(30).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RRL-DISPOSITION          PIC X(34).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RRL-PROGRAM-NAME         PIC X(22).
          05 FILLER                   PIC X(44)  VALUE SPACE.
      *
      *    Disposition text for a member whose extract was written;
      *    built here so the paragraph count rides along inside the
          05 NDR-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDR-USAGE-FLAG           PIC X(1).
      *
      *    Built up field by field, then moved whole to STRCFREF-AREA
      *    just before WRITE (see the note on the STRCFREF FD). The
      *    operation is ASSIGN, OPEN, READ, WRITE, REWRITE or DELETE;
      *    ASSIGN records carry no paragraph, and only OPEN records
      *    carry an open mode (INPUT, OUTPUT, I-O or EXTEND).
       01 FILE-REFERENCE-RECORD.
          05 NFR-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NFR-DD-NAME              PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NFR-FILE-NAME            PIC X(30).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NFR-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NFR-OPERATION            PIC X(7).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NFR-OPEN-MODE            PIC X(6).
      *
      *    Built up field by field, then moved whole to STRCCREF-AREA
      *    just before WRITE (see the note on the STRCCREF FD). The
      *    division is IDENTIFICATION, ENVIRONMENT, DATA or
      *    PROCEDURE.
       01 COPY-REFERENCE-RECORD.
          05 NCR-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NCR-COPYBOOK-NAME        PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NCR-DIVISION-NAME        PIC X(14).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NCR-PARAGRAPH-NAME       PIC X(26).
      *
      *    Built up field by field, then moved whole to STRCDDEF-AREA
      *    just before WRITE (see the note on the STRCDDEF FD). The
      *    level number is always two digits; the section is FILE,
      *    WORKING-STORAGE, LOCAL-STORAGE or LINKAGE.
       01 DATA-DECLARATION-RECORD.
          05 NDD-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDD-DATA-NAME            PIC X(30).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDD-LEVEL-NUMBER         PIC X(2).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDD-RECORD-NAME          PIC X(30).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDD-COPYBOOK-NAME        PIC X(8).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDD-SECTION-NAME         PIC X(15).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 NDD-VALUE-FLAG           PIC X(1).
      *
       01 RUN-SUMMARY-LINE.
          05 FILLER                   PIC X(9)   VALUE "WRITTEN: ".
                      STRCSLCT.
           OPEN OUTPUT COBLPROG
                       STRCDREF
                       STRCFREF
                       STRCCREF
                       STRCDDEF
                       STRCSRPT.
           PERFORM 010-CHECK-OPEN-STATUS.
           PERFORM 020-LOAD-COPY-LIBRARY.
           CLOSE COBSRCE
                 COBLPROG
                 STRCDREF
                 STRCFREF
                 STRCCREF
                 STRCDDEF
                 STRCSRPT.
           STOP RUN.
      *
              MOVE STRCDREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCFREF-STATUS NOT = "00"
              MOVE "STRCFREF" TO ERROR-FILE-NAME
              MOVE STRCFREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCCREF-STATUS NOT = "00"
              MOVE "STRCCREF" TO ERROR-FILE-NAME
              MOVE STRCCREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCDDEF-STATUS NOT = "00"
              MOVE "STRCDDEF" TO ERROR-FILE-NAME
              MOVE STRCDDEF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
           IF STRCSRPT-STATUS NOT = "00"
              MOVE "STRCSRPT" TO ERROR-FILE-NAME
              MOVE STRCSRPT-STATUS TO ERROR-STATUS-CODE
           MOVE "I" TO SCAN-STATE-SWITCH.
           MOVE "N" TO PROGRAM-NAME-WAIT-SWITCH.
           MOVE "N" TO PERFORM-WAIT-SWITCH.
           MOVE "N" TO THRU-WAIT-SWITCH.
           MOVE "N" TO THRU-END-WAIT-SWITCH.
           MOVE "N" TO CALL-WAIT-SWITCH.
           MOVE "N" TO COPY-WAIT-SWITCH.
           MOVE "N" TO COPY-PENDING-SWITCH.
           MOVE "N" TO GO-WAIT-SWITCH.
           MOVE "N" TO GO-LIST-SWITCH.
           MOVE "N" TO LITERAL-STATE-SWITCH.
           MOVE "N" TO SELECT-WAIT-SWITCH.
           MOVE "N" TO ASSIGN-WAIT-SWITCH.
           MOVE "N" TO OPEN-LIST-SWITCH.
           MOVE "N" TO IO-WAIT-SWITCH.
           MOVE "N" TO EXEC-STATE-SWITCH.
           MOVE "N" TO SQL-TABLE-WAIT-SWITCH.
           MOVE "N" TO SQL-FROM-LIST-SWITCH.
           MOVE "N" TO SQL-NAME-WAIT-SWITCH.
           MOVE "N" TO SQL-INTO-SWITCH.
           MOVE "N" TO SQL-TARGET-SWITCH.
           MOVE "N" TO CICS-OPTION-WAIT-SWITCH.
           MOVE SPACE TO CURRENT-FD-FILE-NAME.
           MOVE SPACE TO CURRENT-DATA-SECTION.
           MOVE SPACE TO CURRENT-RECORD-NAME.
           MOVE 0 TO LAST-DECLARED-SUB.
           MOVE SPACE TO SOURCE-PROGRAM-NAME.
           MOVE SPACE TO CURRENT-PARAGRAPH-NAME.
           MOVE SPACE TO CURRENT-SECTION-NAME.
           MOVE "IDENTIFICATION" TO CURRENT-DIVISION-NAME.
           MOVE 0 TO PARAGRAPH-ENTRY-COUNT.
           MOVE 0 TO PERFORM-EDGE-COUNT.
           MOVE 0 TO EXTRA-EDGE-COUNT.
           MOVE 0 TO THRU-RANGE-COUNT.
           MOVE 0 TO THRU-EDGE-COUNT.
           MOVE 0 TO CALL-ENTRY-COUNT.
           MOVE 0 TO GOTO-EDGE-COUNT.
           MOVE 0 TO DATA-NAME-COUNT.
           MOVE 0 TO DATA-REFERENCE-COUNT.
           MOVE 0 TO FILE-ASSIGN-COUNT.
           MOVE 0 TO FILE-RECORD-COUNT.
           MOVE 0 TO FILE-IO-COUNT.
           MOVE 0 TO COPY-USAGE-COUNT.
           MOVE 0 TO EXEC-STATEMENT-COUNT.
           MOVE "N" TO MEMBER-SIZE-SWITCH.
           MOVE "N" TO RECEIVING-CONTEXT-SWITCH.
           MOVE SPACE TO CURRENT-VERB-TEXT.
              ELSE
                 MOVE "N" TO MEMBER-WANTED-SWITCH
                 MOVE CURRENT-MEMBER-NAME TO RRL-MEMBER-NAME
                 MOVE SPACE TO RRL-PROGRAM-NAME
                 MOVE "SKIPPED - NOT IN SELECTION LIST"
                   TO RRL-DISPOSITION
                 PERFORM 610-PUT-RUN-REPORT-LINE
             TO EXPAND-FIRST-CARD.
           MOVE CM-LAST-CARD(PENDING-MEMBER-SUB)
             TO EXPAND-LAST-CARD.
           MOVE CM-MEMBER-NAME(PENDING-MEMBER-SUB)
             TO EXPAND-MEMBER-NAME.
           SET INSIDE-COPY-EXPANSION TO TRUE.
           PERFORM 135-SCAN-ONE-COPY-CARD
              VARYING COPY-CARD-SUB
      *
      *    Inside the DATA DIVISION the only facts wanted are the
      *    names the division declares - the token after a level
      *    number, FILLER aside - the file each FD describes, and
      *    the PROCEDURE DIVISION header that ends the division.
      *    Clause text (PIC, VALUE, OCCURS and the rest) never starts
      *    a card with a level number, so the two-token probe is
      *    enough. A COPY can stand anywhere on a data card, though,
      *    so every card still in the division is swept for one
      *    afterwards (see 145).
       140-EXAMINE-DATA-CARD.
           MOVE 8 TO SCAN-POSITION.
           PERFORM 210-EXTRACT-NEXT-TOKEN.
                 PERFORM 210-EXTRACT-NEXT-TOKEN
                 IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "DIVISION"
                    SET SCANNING-PROCEDURES TO TRUE
                    MOVE "PROCEDURE" TO CURRENT-DIVISION-NAME
                    MOVE "N" TO LITERAL-STATE-SWITCH
                 END-IF
              ELSE
                 IF TOKEN-TEXT = "FD"
                    MOVE 0 TO LAST-DECLARED-SUB
                    PERFORM 210-EXTRACT-NEXT-TOKEN
                    IF TOKEN-WAS-FOUND
                       MOVE TOKEN-TEXT TO CURRENT-FD-FILE-NAME
                    END-IF
                 ELSE
                    PERFORM 142-TEST-LEVEL-NUMBER
                 END-IF
              END-IF
           END-IF.
           IF SCANNING-DATA-DIVISION
              PERFORM 145-HUNT-DATA-COPY
           END-IF.
      *
      *    An 01 level under an FD is one of the file's records; the
      *    next section header (WORKING-STORAGE, LINKAGE and the
      *    rest) ends the FILE SECTION's records. A single-digit
      *    level is widened to two digits, and an 01 or 77 name is
      *    the record every following declaration belongs to until
      *    the next one. A FILLER is entered like any name, so its
      *    VALUE clause is kept for the group above it; a card that
      *    is not a new declaration clears the last declared entry,
      *    so a VALUE clause further on cannot be credited to the
      *    wrong name.
       142-TEST-LEVEL-NUMBER.
           IF TOKEN-LENGTH <= 2
              AND TOKEN-TEXT(1:TOKEN-LENGTH) IS NUMERIC
              MOVE TOKEN-TEXT(1:2) TO DATA-LEVEL-TEXT
              IF DATA-LEVEL-TEXT(2:1) = SPACE
                 MOVE DATA-LEVEL-TEXT(1:1) TO DATA-LEVEL-TEXT(2:1)
                 MOVE "0" TO DATA-LEVEL-TEXT(1:1)
              END-IF
              MOVE 0 TO LAST-DECLARED-SUB
              PERFORM 210-EXTRACT-NEXT-TOKEN
              IF TOKEN-WAS-FOUND
                 IF DATA-LEVEL-TEXT = "01" OR DATA-LEVEL-TEXT = "77"
                    MOVE TOKEN-TEXT TO CURRENT-RECORD-NAME
                 END-IF
                 PERFORM 144-RECORD-DATA-NAME
                 IF DATA-LEVEL-TEXT = "01"
                    AND CURRENT-FD-FILE-NAME NOT = SPACE
                    AND TOKEN-TEXT NOT = "FILLER"
                    PERFORM 148-RECORD-FILE-RECORD
                 END-IF
              END-IF
           ELSE
              MOVE TOKEN-TEXT TO SECTION-WORD-TEXT
              PERFORM 210-EXTRACT-NEXT-TOKEN
              IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "SECTION"
                 MOVE SPACE TO CURRENT-FD-FILE-NAME
                 MOVE SPACE TO CURRENT-RECORD-NAME
                 MOVE SECTION-WORD-TEXT TO CURRENT-DATA-SECTION
                 MOVE 0 TO LAST-DECLARED-SUB
              END-IF
           END-IF.
      *
       144-RECORD-DATA-NAME.
           IF DATA-NAME-COUNT < 5000
              ADD 1 TO DATA-NAME-COUNT
              MOVE DATA-NAME-COUNT TO LAST-DECLARED-SUB
              MOVE TOKEN-TEXT TO DN-NAME(DATA-NAME-COUNT)
              MOVE DATA-LEVEL-TEXT
                TO DN-LEVEL-NUMBER(DATA-NAME-COUNT)
              MOVE CURRENT-RECORD-NAME
                TO DN-RECORD-NAME(DATA-NAME-COUNT)
              MOVE CURRENT-DATA-SECTION
                TO DN-SECTION-NAME(DATA-NAME-COUNT)
              MOVE SPACE TO DN-VALUE-FLAG(DATA-NAME-COUNT)
              IF INSIDE-COPY-EXPANSION
                 MOVE EXPAND-MEMBER-NAME
                   TO DN-COPYBOOK-NAME(DATA-NAME-COUNT)
              ELSE
                 MOVE SPACE TO DN-COPYBOOK-NAME(DATA-NAME-COUNT)
              END-IF
           ELSE
              PERFORM 195-NOTE-MEMBER-TOO-LARGE
           END-IF.
      *
      *    Sweeps the whole data card for COPY statements, the name
      *    after COPY being the copybook; the wait survives the end
      *    of the card like any other. Literals are tracked so a
      *    VALUE clause quoting the word COPY is not taken for one.
      *    An EXEC block (a DECLARE ... CURSOR, an SQL INCLUDE) is
      *    handed to 340 token by token until its END-EXEC.
       145-HUNT-DATA-COPY.
           MOVE 8 TO SCAN-POSITION.
           MOVE "N" TO LINE-SCAN-SWITCH.
           PERFORM 147-TEST-ONE-DATA-TOKEN
              UNTIL LINE-SCAN-DONE.
      *
       147-TEST-ONE-DATA-TOKEN.
           PERFORM 210-EXTRACT-NEXT-TOKEN.
           IF NOT TOKEN-WAS-FOUND
              MOVE "Y" TO LINE-SCAN-SWITCH
           ELSE
              IF INSIDE-EXEC-BLOCK
                 PERFORM 340-PROCESS-EXEC-TOKEN
              ELSE
                 PERFORM 149-TEST-DATA-STATEMENT-TOKEN
              END-IF
           END-IF.
      *
       149-TEST-DATA-STATEMENT-TOKEN.
           IF INSIDE-LITERAL
              PERFORM 230-TRACK-LITERAL-END
           ELSE
              IF TOKEN-TEXT(1:1) = QUOTE OR TOKEN-TEXT(1:1) = "'"
                 IF AWAITING-COPY-MEMBER
                    PERFORM 283-UNQUOTE-COPY-MEMBER
                 ELSE
                    PERFORM 235-TRACK-LITERAL-START
                 END-IF
              ELSE
                 IF AWAITING-COPY-MEMBER
                    PERFORM 280-RESOLVE-COPY-MEMBER
                 ELSE
                    IF TOKEN-TEXT = "COPY"
                       MOVE "Y" TO COPY-WAIT-SWITCH
                    END-IF
                    IF TOKEN-TEXT = "EXEC" OR TOKEN-TEXT = "EXECUTE"
                       SET AWAITING-EXEC-LANGUAGE TO TRUE
                    END-IF
                    IF (TOKEN-TEXT = "VALUE" OR TOKEN-TEXT = "VALUES")
                       AND LAST-DECLARED-SUB > 0
                       MOVE "V" TO DN-VALUE-FLAG(LAST-DECLARED-SUB)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
              MOVE DNAME-SUB TO FOUND-NAME-SUB
           END-IF.
      *
       148-RECORD-FILE-RECORD.
           IF FILE-RECORD-COUNT < 1000
              ADD 1 TO FILE-RECORD-COUNT
              MOVE TOKEN-TEXT TO FR-RECORD-NAME(FILE-RECORD-COUNT)
              MOVE CURRENT-FD-FILE-NAME
                TO FR-FILE-NAME(FILE-RECORD-COUNT)
           ELSE
              PERFORM 195-NOTE-MEMBER-TOO-LARGE
           END-IF.
      *
      *    A card inside an EXEC block is never a paragraph header,
      *    whatever its Area A holds: SQL text is free to start there.
       150-EXAMINE-PROCEDURE-CARD.
           IF INSIDE-EXEC-BLOCK
              CONTINUE
           ELSE
              PERFORM 160-CHECK-PARAGRAPH-HEADER
           END-IF.
           IF SCANNING-PROCEDURES
              PERFORM 200-SCAN-CARD-TOKENS
           END-IF.
      *
      *    A paragraph (or section) header is a procedure name that
      *    starts in Area A, columns 8-11. The END PROGRAM marker also
      *    starts there and finishes the scan; DECLARATIVES markers
      *    are skipped. A section header is charted as a procedure
      *    of its own, and the paragraphs under it remember it (see
      *    170).
       160-CHECK-PARAGRAPH-HEADER.
           MOVE SOURCE-PROGRAM-TEXT(1:4) TO AREA-A-TEXT.
           IF AREA-A-TEXT = SPACE
           END-IF.
      *
      *    Only END PROGRAM finishes the scan; END DECLARATIVES also
      *    starts in Area A and must fall through harmlessly, closing
      *    the last declarative section as it goes.
       168-TEST-END-PROGRAM-MARKER.
           PERFORM 210-EXTRACT-NEXT-TOKEN.
           IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "PROGRAM"
              SET SCANNING-FINISHED TO TRUE
           END-IF.
           IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "DECLARATIVES"
              MOVE SPACE TO CURRENT-SECTION-NAME
           END-IF.
      *
      *    The token after the Area A name tells a section header from
      *    a paragraph header: only "SECTION" marks a section. The
      *    section is recorded like a paragraph, so a PERFORM of it
      *    resolves the ordinary way and the statements ahead of its
      *    first paragraph have somewhere to belong; it owns every
      *    paragraph that follows until the next section header.
       170-TEST-FOR-SECTION-HEADER.
           MOVE TOKEN-TEXT TO CURRENT-PARAGRAPH-NAME.
           PERFORM 210-EXTRACT-NEXT-TOKEN.
           IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "SECTION"
              MOVE SPACE TO CURRENT-SECTION-NAME
              PERFORM 180-RECORD-PARAGRAPH
              MOVE CURRENT-PARAGRAPH-NAME TO CURRENT-SECTION-NAME
           ELSE
              PERFORM 180-RECORD-PARAGRAPH
           END-IF.
                TO PARA-NAME(PARAGRAPH-ENTRY-COUNT)
              MOVE SPACE TO PARA-PARENT(PARAGRAPH-ENTRY-COUNT)
              MOVE 0 TO PARA-PERFORM-COUNT(PARAGRAPH-ENTRY-COUNT)
              MOVE CURRENT-SECTION-NAME
                TO PARA-SECTION(PARAGRAPH-ENTRY-COUNT)
           ELSE
              PERFORM 195-NOTE-MEMBER-TOO-LARGE
           END-IF.
           MOVE "N" TO TOKEN-FOUND-SWITCH.
           MOVE "N" TO CARD-EXHAUSTED-SWITCH.
           MOVE "N" TO SENTENCE-END-SWITCH.
           MOVE "N" TO COMMA-END-SWITCH.
           PERFORM 211-EXTRACT-RAW-TOKEN
              UNTIL TOKEN-WAS-FOUND
                 OR CARD-EXHAUSTED.
      *
      *    A stripped separator period also remembers that the token
      *    ended its sentence; the GO TO target collection leans on
      *    that to know where a target list stops. A stripped comma
      *    is remembered too, for the SQL FROM list's sake.
       216-STRIP-TRAILING-PUNCTUATION.
           IF TOKEN-TEXT(TOKEN-LENGTH:1) = "."
              MOVE "Y" TO SENTENCE-END-SWITCH
           ELSE
              MOVE "Y" TO COMMA-END-SWITCH
           END-IF.
           MOVE SPACE TO TOKEN-TEXT(TOKEN-LENGTH:1).
           SUBTRACT 1 FROM TOKEN-LENGTH.
      *    example in a DISPLAY) is never mistaken for the real thing;
      *    the verb switches survive the end of a card, so a statement
      *    whose procedure name falls on the next card still resolves.
      *    Everything between EXEC and END-EXEC goes to 340 instead:
      *    its words belong to the DB2 or CICS translator, not to
      *    COBOL.
       220-PROCESS-TOKEN.
           IF INSIDE-EXEC-BLOCK
              PERFORM 340-PROCESS-EXEC-TOKEN
           ELSE
              PERFORM 225-PROCESS-COBOL-TOKEN
           END-IF.
      *
       225-PROCESS-COBOL-TOKEN.
           IF INSIDE-LITERAL
              PERFORM 230-TRACK-LITERAL-END
           ELSE
                 IF AWAITING-CALL-TARGET
                    PERFORM 270-RESOLVE-CALL-TARGET
                 ELSE
                    IF AWAITING-ASSIGN-NAME
                       PERFORM 302-RESOLVE-ASSIGN-NAME
                    ELSE
                       IF AWAITING-COPY-MEMBER
                          PERFORM 283-UNQUOTE-COPY-MEMBER
                       ELSE
                          PERFORM 235-TRACK-LITERAL-START
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 PERFORM 240-REACT-TO-KEYWORD
              END-IF
           END-IF.
      *
      *    A literal closes on the token whose last character,
      *    after any closing parentheses and commas, is its quote -
      *    so "N") and "XCTL"), close as surely as "N" does.
       230-TRACK-LITERAL-END.
           PERFORM 232-FIND-LITERAL-END.
           IF LITERAL-END-POSITION > 0
              IF TOKEN-TEXT(LITERAL-END-POSITION:1)
                 = TOKEN-QUOTE-CHARACTER
                 MOVE "N" TO LITERAL-STATE-SWITCH
              END-IF
           END-IF.
      *
       232-FIND-LITERAL-END.
           MOVE TOKEN-LENGTH TO LITERAL-END-POSITION.
           PERFORM 233-BACK-OVER-CLOSER
              UNTIL LITERAL-END-POSITION < 2
                 OR (TOKEN-TEXT(LITERAL-END-POSITION:1) NOT = ")"
                     AND TOKEN-TEXT(LITERAL-END-POSITION:1) NOT = ",").
      *
       233-BACK-OVER-CLOSER.
           SUBTRACT 1 FROM LITERAL-END-POSITION.
      *
       235-TRACK-LITERAL-START.
           MOVE TOKEN-TEXT(1:1) TO TOKEN-QUOTE-CHARACTER.
           PERFORM 232-FIND-LITERAL-END.
           IF LITERAL-END-POSITION < 2
              SET INSIDE-LITERAL TO TRUE
           ELSE
              IF TOKEN-TEXT(LITERAL-END-POSITION:1)
                 NOT = TOKEN-QUOTE-CHARACTER
                 SET INSIDE-LITERAL TO TRUE
              END-IF
              IF AWAITING-PERFORM-TARGET
                 PERFORM 250-RESOLVE-PERFORM-TARGET
              ELSE
                 IF AWAITING-THRU-WORD
                    PERFORM 256-TEST-THRU-WORD
                 ELSE
                    IF AWAITING-THRU-END
                       PERFORM 258-RECORD-THRU-END
                    ELSE
                       PERFORM 241-REACT-TO-OTHER-KEYWORD
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       241-REACT-TO-OTHER-KEYWORD.
           IF AWAITING-CALL-TARGET
              PERFORM 270-RESOLVE-CALL-TARGET
           ELSE
              IF AWAITING-COPY-MEMBER
                 PERFORM 280-RESOLVE-COPY-MEMBER
              ELSE
                 IF AWAITING-GO-TARGET
                    PERFORM 290-RESOLVE-GO-TARGET
                 ELSE
                    IF COLLECTING-GO-TARGETS
                       PERFORM 294-COLLECT-GO-TARGET
                    ELSE
                       PERFORM 242-REACT-TO-FILE-KEYWORD
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       242-REACT-TO-FILE-KEYWORD.
           IF AWAITING-SELECT-FILE
              PERFORM 300-RECORD-SELECT-FILE
           ELSE
              IF AWAITING-ASSIGN-NAME
                 PERFORM 302-RESOLVE-ASSIGN-NAME
              ELSE
                 IF COLLECTING-OPEN-FILES
                    PERFORM 310-COLLECT-OPEN-FILE
                 ELSE
                    IF AWAITING-IO-OPERAND
                       PERFORM 320-RESOLVE-IO-OPERAND
                    ELSE
                       PERFORM 245-TEST-VERB-TOKEN
                    END-IF
                 END-IF
              END-IF
              PERFORM 210-EXTRACT-NEXT-TOKEN
              IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "DIVISION"
                 SET SCANNING-PROCEDURES TO TRUE
                 MOVE "PROCEDURE" TO CURRENT-DIVISION-NAME
                 MOVE "Y" TO LINE-SCAN-SWITCH
              END-IF
           END-IF.
              PERFORM 210-EXTRACT-NEXT-TOKEN
              IF TOKEN-WAS-FOUND AND TOKEN-TEXT = "DIVISION"
                 SET SCANNING-DATA-DIVISION TO TRUE
                 MOVE "DATA" TO CURRENT-DIVISION-NAME
                 MOVE "Y" TO LINE-SCAN-SWITCH
              END-IF
           END-IF.
           IF TOKEN-TEXT = "ENVIRONMENT"
              AND SCANNING-IDENTIFICATION
              MOVE "ENVIRONMENT" TO CURRENT-DIVISION-NAME
           END-IF.
           IF TOKEN-TEXT = "PERFORM"
              AND SCANNING-PROCEDURES
              MOVE "Y" TO PERFORM-WAIT-SWITCH
              MOVE "Y" TO CALL-WAIT-SWITCH
           END-IF.
           IF TOKEN-TEXT = "COPY"
              AND (SCANNING-PROCEDURES OR SCANNING-IDENTIFICATION)
              MOVE "Y" TO COPY-WAIT-SWITCH
           END-IF.
           IF TOKEN-TEXT = "GO"
              AND SCANNING-PROCEDURES
              MOVE "Y" TO GO-WAIT-SWITCH
           END-IF.
           IF TOKEN-TEXT = "SELECT"
              AND SCANNING-IDENTIFICATION
              SET AWAITING-SELECT-FILE TO TRUE
           END-IF.
           IF TOKEN-TEXT = "ASSIGN"
              AND SCANNING-IDENTIFICATION
              AND FILE-ASSIGN-COUNT > 0
              SET AWAITING-ASSIGN-NAME TO TRUE
           END-IF.
           IF TOKEN-TEXT = "OPEN"
              AND SCANNING-PROCEDURES
              MOVE SPACE TO CURRENT-OPEN-MODE
              SET COLLECTING-OPEN-FILES TO TRUE
           END-IF.
           IF (TOKEN-TEXT = "READ" OR TOKEN-TEXT = "WRITE"
               OR TOKEN-TEXT = "REWRITE" OR TOKEN-TEXT = "DELETE")
              AND SCANNING-PROCEDURES
              MOVE TOKEN-TEXT(1:7) TO CURRENT-IO-VERB
              SET AWAITING-IO-OPERAND TO TRUE
           END-IF.
           IF (TOKEN-TEXT = "EXEC" OR TOKEN-TEXT = "EXECUTE")
              AND SCANNING-PROCEDURES
              SET AWAITING-EXEC-LANGUAGE TO TRUE
           END-IF.
           IF SCANNING-PROCEDURES
              AND CURRENT-PARAGRAPH-NAME NOT = SPACE
              PERFORM 246-TRACK-DATA-REFERENCE
                 END-IF
           END-SEARCH.
      *
      *    A word carrying parentheses or a colon - name(sub),
      *    name(1:8), UNTIL(xxx-EOF) - is split and each piece is
      *    looked up on its own. The piece before the first
      *    parenthesis takes the statement's context; a subscript,
      *    a reference-modifier or a parenthesised condition is only
      *    read. TOKEN-TEXT and the context are put back afterwards.
       248-RECORD-DATA-REFERENCE.
           MOVE 0 TO REFERENCE-MARK-COUNT.
           INSPECT TOKEN-TEXT TALLYING REFERENCE-MARK-COUNT
              FOR ALL "(" ALL ")" ALL ":".
           IF REFERENCE-MARK-COUNT = 0
              PERFORM 251-LOOK-UP-DATA-REFERENCE
           ELSE
              PERFORM 253-SPLIT-DATA-REFERENCE
           END-IF.
      *
       253-SPLIT-DATA-REFERENCE.
           MOVE TOKEN-TEXT TO HELD-REFERENCE-TEXT.
           MOVE RECEIVING-CONTEXT-SWITCH TO HELD-CONTEXT-SWITCH.
           MOVE 0 TO REFERENCE-PAREN-COUNT.
           INSPECT TOKEN-TEXT TALLYING REFERENCE-PAREN-COUNT
              FOR ALL "(".
           MOVE SPACE TO REFERENCE-PIECE-TABLE.
           UNSTRING HELD-REFERENCE-TEXT
              DELIMITED BY "(" OR ")" OR ":"
              INTO REFERENCE-PIECE(1) REFERENCE-PIECE(2)
                   REFERENCE-PIECE(3) REFERENCE-PIECE(4)
                   REFERENCE-PIECE(5) REFERENCE-PIECE(6)
           END-UNSTRING.
           PERFORM 254-LOOK-UP-ONE-PIECE
              VARYING REFERENCE-PIECE-SUB FROM 1 BY 1
              UNTIL REFERENCE-PIECE-SUB > 6.
           MOVE HELD-REFERENCE-TEXT TO TOKEN-TEXT.
           MOVE HELD-CONTEXT-SWITCH TO RECEIVING-CONTEXT-SWITCH.
      *
      *    A word with no opening parenthesis of its own is the tail
      *    of a subscript begun on an earlier word, so all of it is
      *    read.
       254-LOOK-UP-ONE-PIECE.
           IF REFERENCE-PIECE(REFERENCE-PIECE-SUB) NOT = SPACE
              IF REFERENCE-PIECE-SUB = 1
                 AND REFERENCE-PAREN-COUNT > 0
                 MOVE HELD-CONTEXT-SWITCH
                   TO RECEIVING-CONTEXT-SWITCH
              ELSE
                 MOVE "N" TO RECEIVING-CONTEXT-SWITCH
              END-IF
              MOVE REFERENCE-PIECE(REFERENCE-PIECE-SUB)
                TO TOKEN-TEXT
              PERFORM 251-LOOK-UP-DATA-REFERENCE
           END-IF.
      *
       251-LOOK-UP-DATA-REFERENCE.
           MOVE 0 TO FOUND-NAME-SUB.
           PERFORM 146-TEST-ONE-DATA-NAME
              VARYING DNAME-SUB FROM 1 BY 1
           END-IF.
      *
      *    One banked entry per (name, paragraph) pair; a further
      *    reference only matters when it shows the other use - a
      *    paragraph that both reads and sets the name is flagged B,
      *    so the read is not lost under the set.
       249-BANK-DATA-REFERENCE.
           MOVE 0 TO FOUND-REFERENCE-SUB.
           PERFORM 252-TEST-ONE-REFERENCE
                 OR FOUND-REFERENCE-SUB > 0.
           IF FOUND-REFERENCE-SUB > 0
              IF RECEIVING-CONTEXT
                 IF DR-USAGE-FLAG(FOUND-REFERENCE-SUB) = "R"
                    MOVE "B" TO DR-USAGE-FLAG(FOUND-REFERENCE-SUB)
                 END-IF
              ELSE
                 IF DR-USAGE-FLAG(FOUND-REFERENCE-SUB) = "S"
                    MOVE "B" TO DR-USAGE-FLAG(FOUND-REFERENCE-SUB)
                 END-IF
              END-IF
           ELSE
              IF DATA-REFERENCE-COUNT < 20000
              PERFORM 260-RECORD-PERFORM-EDGE
           END-IF.
      *
      *    The word after a recorded PERFORM target: THRU or THROUGH
      *    makes the statement a range and the word after it names
      *    the range's last procedure. Anything else is an ordinary
      *    token that merely happened to follow the target (UNTIL, a
      *    repeat count, the next statement's verb), and is handed
      *    back to 245 so it is still seen.
       256-TEST-THRU-WORD.
           MOVE "N" TO THRU-WAIT-SWITCH.
           IF TOKEN-TEXT = "THRU" OR TOKEN-TEXT = "THROUGH"
              SET AWAITING-THRU-END TO TRUE
           ELSE
              PERFORM 245-TEST-VERB-TOKEN
           END-IF.
      *
       258-RECORD-THRU-END.
           MOVE "N" TO THRU-END-WAIT-SWITCH.
           MOVE TOKEN-TEXT(1:26)
             TO EDGE-THRU-END(PERFORM-EDGE-COUNT).
      *
      *    The word after CALL is the called program: a quoted literal
      *    for a static call (the quotes are peeled off), or a data
      *    name for a dynamic call, which is recorded as the
           END-IF.
      *
      *    The word after COPY names the member whose text the
      *    compiler includes at that spot. Every COPY, in whichever
      *    division, is banked for the copybook-usage extract; a
      *    DATA or PROCEDURE DIVISION COPY goes on to be expanded,
      *    so copybook fields are declared like any other.
       280-RESOLVE-COPY-MEMBER.
           MOVE "N" TO COPY-WAIT-SWITCH.
           PERFORM 284-BANK-COPY-USAGE.
           IF SCANNING-PROCEDURES OR SCANNING-DATA-DIVISION
              PERFORM 281-ARM-COPY-EXPANSION
           END-IF.
      *
      *    The member's card range is looked up here and the
      *    expansion itself is left to 130, once the card carrying
      *    the COPY statement has finished. A member the library
      *    does not hold is reported and passed over, so the rest of
      *    the member still charts.
      *    The hunt lands in a scratch field and is committed to
      *    PENDING-MEMBER-SUB only when the expansion is actually
      *    armed, so neither a nested COPY nor a second COPY on the
      *    same card can disturb a pending member; both of those are
      *    reported and passed over, one expansion per card.
       281-ARM-COPY-EXPANSION.
           MOVE 0 TO FOUND-MEMBER-SUB.
           PERFORM 282-TEST-ONE-MEMBER-NAME
              VARYING COPY-MEMBER-SUB FROM 1 BY 1
              MOVE COPY-MEMBER-SUB TO FOUND-MEMBER-SUB
           END-IF.
      *
      *    COPY 'member' names the member as a literal; the quotes
      *    come off and the name resolves like the bare-word form.
       283-UNQUOTE-COPY-MEMBER.
           IF TOKEN-LENGTH > 2
              AND TOKEN-TEXT(TOKEN-LENGTH:1) = TOKEN-TEXT(1:1)
              MOVE TOKEN-TEXT(2:TOKEN-LENGTH - 2) TO CALL-NAME-TEXT
              MOVE CALL-NAME-TEXT TO TOKEN-TEXT
              PERFORM 280-RESOLVE-COPY-MEMBER
           ELSE
              MOVE "N" TO COPY-WAIT-SWITCH
              PERFORM 235-TRACK-LITERAL-START
           END-IF.
      *
      *    A copybook named twice in the same paragraph (or twice in
      *    the same non-procedure division) is banked once.
       284-BANK-COPY-USAGE.
           MOVE 0 TO FOUND-USAGE-SUB.
           PERFORM 286-TEST-ONE-COPY-USAGE
              VARYING CUSAGE-SUB FROM 1 BY 1
              UNTIL CUSAGE-SUB > COPY-USAGE-COUNT
                 OR FOUND-USAGE-SUB > 0.
           IF FOUND-USAGE-SUB > 0
              CONTINUE
           ELSE
              IF COPY-USAGE-COUNT < 1000
                 ADD 1 TO COPY-USAGE-COUNT
                 MOVE TOKEN-TEXT(1:8)
                   TO CU-COPYBOOK-NAME(COPY-USAGE-COUNT)
                 MOVE CURRENT-DIVISION-NAME
                   TO CU-DIVISION-NAME(COPY-USAGE-COUNT)
                 IF SCANNING-PROCEDURES
                    MOVE CURRENT-PARAGRAPH-NAME
                      TO CU-PARAGRAPH(COPY-USAGE-COUNT)
                 ELSE
                    MOVE SPACE TO CU-PARAGRAPH(COPY-USAGE-COUNT)
                 END-IF
              ELSE
                 PERFORM 195-NOTE-MEMBER-TOO-LARGE
              END-IF
           END-IF.
      *
       286-TEST-ONE-COPY-USAGE.
           IF CU-COPYBOOK-NAME(CUSAGE-SUB) = TOKEN-TEXT(1:8)
              AND CU-DIVISION-NAME(CUSAGE-SUB) = CURRENT-DIVISION-NAME
              AND (CU-PARAGRAPH(CUSAGE-SUB) = CURRENT-PARAGRAPH-NAME
                   OR NOT SCANNING-PROCEDURES)
              MOVE CUSAGE-SUB TO FOUND-USAGE-SUB
           END-IF.
      *
      *    The word after GO is the target, except for the optional
      *    filler word TO, which leaves the wait standing - unless
      *    that TO carried the separator period: the paragraph-less
       296-TEST-COLLECTED-TOKEN.
           IF TOKEN-TEXT = "PERFORM" OR TOKEN-TEXT = "CALL"
              OR TOKEN-TEXT = "GO" OR TOKEN-TEXT = "COPY"
              OR TOKEN-TEXT = "OPEN" OR TOKEN-TEXT = "READ"
              OR TOKEN-TEXT = "WRITE" OR TOKEN-TEXT = "REWRITE"
              OR TOKEN-TEXT = "DELETE" OR TOKEN-TEXT = "EXEC"
              MOVE "N" TO GO-LIST-SWITCH
              PERFORM 245-TEST-VERB-TOKEN
           ELSE
                TO EDGE-PERFORMER(PERFORM-EDGE-COUNT)
              MOVE TOKEN-TEXT(1:26)
                TO EDGE-TARGET(PERFORM-EDGE-COUNT)
              MOVE SPACE TO EDGE-THRU-END(PERFORM-EDGE-COUNT)
              IF TOKEN-ENDED-SENTENCE
                 CONTINUE
              ELSE
                 SET AWAITING-THRU-WORD TO TRUE
              END-IF
           ELSE
              PERFORM 195-NOTE-MEMBER-TOO-LARGE
           END-IF.
      *
      *    The word after SELECT (and its OPTIONAL) names the file;
      *    its DD name is filled in by the ASSIGN clause that follows.
       300-RECORD-SELECT-FILE.
           IF TOKEN-TEXT = "OPTIONAL"
              CONTINUE
           ELSE
              MOVE "N" TO SELECT-WAIT-SWITCH
              IF FILE-ASSIGN-COUNT < 200
                 ADD 1 TO FILE-ASSIGN-COUNT
                 MOVE TOKEN-TEXT TO FA-FILE-NAME(FILE-ASSIGN-COUNT)
                 MOVE SPACE TO FA-DD-NAME(FILE-ASSIGN-COUNT)
              ELSE
                 PERFORM 195-NOTE-MEMBER-TOO-LARGE
              END-IF
           END-IF.
      *
      *    The word after ASSIGN (and its TO) is the assignment name,
      *    a bare word or a quoted literal. The DD name is its last
      *    hyphen-separated part - a DD name cannot itself hold a
      *    hyphen - cut to eight characters. A literal that runs on
      *    past this token names no DD and is tracked like any other
      *    literal, so its remaining words are not scanned.
       302-RESOLVE-ASSIGN-NAME.
           IF TOKEN-TEXT = "TO"
              CONTINUE
           ELSE
              MOVE "N" TO ASSIGN-WAIT-SWITCH
              MOVE 1 TO DD-FIRST-POSITION
              MOVE TOKEN-LENGTH TO DD-LAST-POSITION
              IF TOKEN-TEXT(1:1) = QUOTE OR TOKEN-TEXT(1:1) = "'"
                 IF TOKEN-LENGTH > 2
                    AND TOKEN-TEXT(TOKEN-LENGTH:1) = TOKEN-TEXT(1:1)
                    MOVE 2 TO DD-FIRST-POSITION
                    COMPUTE DD-LAST-POSITION = TOKEN-LENGTH - 1
                    PERFORM 304-EXTRACT-DD-NAME
                 ELSE
                    PERFORM 235-TRACK-LITERAL-START
                 END-IF
              ELSE
                 PERFORM 304-EXTRACT-DD-NAME
              END-IF
           END-IF.
      *
       304-EXTRACT-DD-NAME.
           MOVE DD-FIRST-POSITION TO DD-START-POSITION.
           PERFORM 306-TEST-ONE-DD-CHARACTER
              VARYING DD-SCAN-POSITION FROM DD-FIRST-POSITION BY 1
              UNTIL DD-SCAN-POSITION > DD-LAST-POSITION.
           IF DD-START-POSITION <= DD-LAST-POSITION
              COMPUTE DD-NAME-LENGTH =
                 DD-LAST-POSITION - DD-START-POSITION + 1
              IF DD-NAME-LENGTH > 8
                 MOVE 8 TO DD-NAME-LENGTH
              END-IF
              MOVE TOKEN-TEXT(DD-START-POSITION:DD-NAME-LENGTH)
                TO FA-DD-NAME(FILE-ASSIGN-COUNT)
           END-IF.
      *
       306-TEST-ONE-DD-CHARACTER.
           IF TOKEN-TEXT(DD-SCAN-POSITION:1) = "-"
              COMPUTE DD-START-POSITION = DD-SCAN-POSITION + 1
           END-IF.
      *
      *    Inside an OPEN statement: a mode word sets the mode for the
      *    files after it, a SELECTed file name is banked under that
      *    mode, and the WITH NO REWIND / LOCK / REVERSED phrases are
      *    passed over. Anything else ends the statement and is handed
      *    back to 245, so the next statement still resolves.
       310-COLLECT-OPEN-FILE.
           IF TOKEN-TEXT = "INPUT" OR TOKEN-TEXT = "OUTPUT"
              OR TOKEN-TEXT = "I-O" OR TOKEN-TEXT = "EXTEND"
              MOVE TOKEN-TEXT(1:6) TO CURRENT-OPEN-MODE
           ELSE
              IF TOKEN-TEXT = "WITH" OR TOKEN-TEXT = "NO"
                 OR TOKEN-TEXT = "REWIND" OR TOKEN-TEXT = "LOCK"
                 OR TOKEN-TEXT = "REVERSED"
                 CONTINUE
              ELSE
                 MOVE TOKEN-TEXT TO IO-FILE-NAME
                 PERFORM 325-FIND-SELECTED-FILE
                 IF FOUND-FILE-SUB > 0
                    AND CURRENT-OPEN-MODE NOT = SPACE
                    MOVE "OPEN" TO CURRENT-IO-VERB
                    PERFORM 330-BANK-FILE-OPERATION
                 ELSE
                    MOVE "N" TO OPEN-LIST-SWITCH
                    PERFORM 245-TEST-VERB-TOKEN
                 END-IF
              END-IF
           END-IF.
           IF TOKEN-ENDED-SENTENCE
              MOVE "N" TO OPEN-LIST-SWITCH
           END-IF.
      *
      *    The word after READ or DELETE is the file itself; the word
      *    after WRITE or REWRITE is one of its records, traced back
      *    to the file through the FD's 01 levels. An operand that
      *    names neither is passed over. Either way the word is then
      *    offered to the where-used scan, since a record name is a
      *    data name too.
       320-RESOLVE-IO-OPERAND.
           MOVE "N" TO IO-WAIT-SWITCH.
           MOVE SPACE TO CURRENT-OPEN-MODE.
           MOVE SPACE TO IO-FILE-NAME.
           IF CURRENT-IO-VERB = "READ" OR CURRENT-IO-VERB = "DELETE"
              MOVE TOKEN-TEXT TO IO-FILE-NAME
           ELSE
              PERFORM 322-TEST-ONE-FILE-RECORD
                 VARYING FRECORD-SUB FROM 1 BY 1
                 UNTIL FRECORD-SUB > FILE-RECORD-COUNT
                    OR IO-FILE-NAME NOT = SPACE
           END-IF.
           IF IO-FILE-NAME NOT = SPACE
              PERFORM 325-FIND-SELECTED-FILE
              IF FOUND-FILE-SUB > 0
                 PERFORM 330-BANK-FILE-OPERATION
              END-IF
           END-IF.
           IF SCANNING-PROCEDURES
              AND CURRENT-PARAGRAPH-NAME NOT = SPACE
              PERFORM 246-TRACK-DATA-REFERENCE
           END-IF.
      *
       322-TEST-ONE-FILE-RECORD.
           IF FR-RECORD-NAME(FRECORD-SUB) = TOKEN-TEXT
              MOVE FR-FILE-NAME(FRECORD-SUB) TO IO-FILE-NAME
           END-IF.
      *
       325-FIND-SELECTED-FILE.
           MOVE 0 TO FOUND-FILE-SUB.
           PERFORM 327-TEST-ONE-SELECTED-FILE
              VARYING FASSIGN-SUB FROM 1 BY 1
              UNTIL FASSIGN-SUB > FILE-ASSIGN-COUNT
                 OR FOUND-FILE-SUB > 0.
      *
       327-TEST-ONE-SELECTED-FILE.
           IF FA-FILE-NAME(FASSIGN-SUB) = IO-FILE-NAME
              MOVE FASSIGN-SUB TO FOUND-FILE-SUB
           END-IF.
      *
      *    One banked entry per (file, paragraph, operation, mode),
      *    however many statements repeat it.
       330-BANK-FILE-OPERATION.
           MOVE "N" TO DUPLICATE-IO-SWITCH.
           PERFORM 332-TEST-ONE-FILE-OPERATION
              VARYING FIO-SUB FROM 1 BY 1
              UNTIL FIO-SUB > FILE-IO-COUNT.
           IF FILE-IO-IS-DUPLICATE
              CONTINUE
           ELSE
              IF FILE-IO-COUNT < 5000
                 ADD 1 TO FILE-IO-COUNT
                 MOVE IO-FILE-NAME TO FI-FILE-NAME(FILE-IO-COUNT)
                 MOVE CURRENT-PARAGRAPH-NAME
                   TO FI-PARAGRAPH(FILE-IO-COUNT)
                 MOVE CURRENT-IO-VERB TO FI-OPERATION(FILE-IO-COUNT)
                 MOVE CURRENT-OPEN-MODE TO FI-OPEN-MODE(FILE-IO-COUNT)
              ELSE
                 PERFORM 195-NOTE-MEMBER-TOO-LARGE
              END-IF
           END-IF.
      *
       332-TEST-ONE-FILE-OPERATION.
           IF FI-FILE-NAME(FIO-SUB) = IO-FILE-NAME
              AND FI-PARAGRAPH(FIO-SUB) = CURRENT-PARAGRAPH-NAME
              AND FI-OPERATION(FIO-SUB) = CURRENT-IO-VERB
              AND FI-OPEN-MODE(FIO-SUB) = CURRENT-OPEN-MODE
              SET FILE-IO-IS-DUPLICATE TO TRUE
           END-IF.
      *
      *    One word of an EXEC block. The word is first stripped of
      *    the parentheses (and statement semicolon) SQL and CICS
      *    glue to it; then END-EXEC closes the block, the word after
      *    EXEC names the translator, and the rest goes to the SQL or
      *    the CICS handling. Quoted SQL literals are tracked the
      *    same as COBOL ones, so a string holding FROM or END-EXEC
      *    is not taken for the real thing. A block for any other
      *    translator (EXEC DLI and the like) is passed over whole.
       340-PROCESS-EXEC-TOKEN.
           PERFORM 341-TRIM-EXEC-WORD.
           IF TOKEN-LENGTH = 0
              IF AWAITING-CICS-OPEN-PAREN
                 SET AWAITING-CICS-OPTION-VALUE TO TRUE
              END-IF
           ELSE
              IF INSIDE-LITERAL
                 PERFORM 230-TRACK-LITERAL-END
              ELSE
                 IF TOKEN-TEXT = "END-EXEC"
                    PERFORM 347-CLOSE-EXEC-BLOCK
                 ELSE
                    IF AWAITING-EXEC-LANGUAGE
                       PERFORM 345-OPEN-EXEC-BLOCK
                    ELSE
                       IF INSIDE-EXEC-SQL
                          PERFORM 350-PROCESS-SQL-TOKEN
                       END-IF
                       IF INSIDE-EXEC-CICS
                          PERFORM 360-PROCESS-CICS-TOKEN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *    Strips the opening parentheses off the front of TOKEN-TEXT
      *    and the closing ones (and a statement semicolon) off the
      *    back, so "(SELECT", "T1)" and ":HV);" give up SELECT, T1
      *    and :HV. EXEC-WORD-START is left past the last opening
      *    parenthesis, so a start beyond 1 says the word had one.
       341-TRIM-EXEC-WORD.
           MOVE 1 TO EXEC-WORD-START.
           PERFORM 342-STEP-PAST-OPEN-PAREN
              UNTIL EXEC-WORD-START > TOKEN-LENGTH
                 OR TOKEN-TEXT(EXEC-WORD-START:1) NOT = "(".
           PERFORM 343-DROP-CLOSING-PAREN
              UNTIL TOKEN-LENGTH < EXEC-WORD-START
                 OR (TOKEN-TEXT(TOKEN-LENGTH:1) NOT = ")"
                     AND TOKEN-TEXT(TOKEN-LENGTH:1) NOT = ";").
           IF TOKEN-LENGTH < EXEC-WORD-START
              MOVE SPACE TO TOKEN-TEXT
              MOVE 0 TO TOKEN-LENGTH
           ELSE
              COMPUTE EXEC-WORD-LENGTH
                 = TOKEN-LENGTH - EXEC-WORD-START + 1
              MOVE TOKEN-TEXT(EXEC-WORD-START:EXEC-WORD-LENGTH)
                TO EXEC-WORD-TEXT
              MOVE EXEC-WORD-TEXT TO TOKEN-TEXT
              MOVE EXEC-WORD-LENGTH TO TOKEN-LENGTH
           END-IF.
      *
       342-STEP-PAST-OPEN-PAREN.
           ADD 1 TO EXEC-WORD-START.
      *
       343-DROP-CLOSING-PAREN.
           MOVE SPACE TO TOKEN-TEXT(TOKEN-LENGTH:1).
           SUBTRACT 1 FROM TOKEN-LENGTH.
      *
      *    The word after EXEC names the translator; every block
      *    starts with the statement waits cleared.
       345-OPEN-EXEC-BLOCK.
           MOVE 0 TO EXEC-TOKEN-COUNT.
           MOVE SPACE TO EXEC-VERB-TEXT.
           MOVE SPACE TO SQL-CURSOR-NAME.
           MOVE "N" TO SQL-TABLE-WAIT-SWITCH.
           MOVE "N" TO SQL-FROM-LIST-SWITCH.
           MOVE "N" TO SQL-NAME-WAIT-SWITCH.
           MOVE "N" TO SQL-INTO-SWITCH.
           MOVE "N" TO SQL-TARGET-SWITCH.
           MOVE "N" TO CICS-OPTION-WAIT-SWITCH.
           IF TOKEN-TEXT = "SQL"
              SET INSIDE-EXEC-SQL TO TRUE
           ELSE
              IF TOKEN-TEXT = "CICS"
                 SET INSIDE-EXEC-CICS TO TRUE
              ELSE
                 SET INSIDE-EXEC-OTHER TO TRUE
              END-IF
           END-IF.
      *
      *    An END-EXEC carrying the separator period ends the COBOL
      *    sentence too, and any receiving context with it.
       347-CLOSE-EXEC-BLOCK.
           MOVE "N" TO EXEC-STATE-SWITCH.
           IF TOKEN-ENDED-SENTENCE
              MOVE "N" TO RECEIVING-CONTEXT-SWITCH
              MOVE SPACE TO CURRENT-VERB-TEXT
           END-IF.
      *
      *    SQL: the statement's first word is its verb, a word that
      *    opens with a colon is a host variable, and the rest is
      *    searched for the tables and the cursor it names.
       350-PROCESS-SQL-TOKEN.
           IF TOKEN-TEXT(1:1) = QUOTE OR TOKEN-TEXT(1:1) = "'"
              PERFORM 235-TRACK-LITERAL-START
           ELSE
              ADD 1 TO EXEC-TOKEN-COUNT
              IF EXEC-TOKEN-COUNT = 1
                 PERFORM 351-START-SQL-STATEMENT
              ELSE
                 IF TOKEN-TEXT(1:1) = ":"
                    PERFORM 356-RECORD-HOST-VARIABLE
                 ELSE
                    PERFORM 352-REACT-TO-SQL-WORD
                 END-IF
              END-IF
           END-IF.
      *
      *    The verb decides what the rest of the statement can name.
      *    The table an UPDATE changes comes straight after it, as
      *    does the cursor an OPEN, FETCH, CLOSE or DECLARE works and
      *    the member an INCLUDE brings in; SELECT, INSERT and DELETE
      *    wait for their FROM or INTO. Anything else (COMMIT,
      *    WHENEVER, SET ...) names nothing wanted here.
       351-START-SQL-STATEMENT.
           MOVE TOKEN-TEXT(1:8) TO EXEC-VERB-TEXT.
           MOVE TOKEN-TEXT(1:8) TO SQL-TABLE-OPERATION.
           IF TOKEN-TEXT = "UPDATE"
              SET AWAITING-SQL-TABLE TO TRUE
           END-IF.
           IF TOKEN-TEXT = "DECLARE" OR TOKEN-TEXT = "OPEN"
              OR TOKEN-TEXT = "FETCH" OR TOKEN-TEXT = "CLOSE"
              OR TOKEN-TEXT = "INCLUDE"
              SET AWAITING-SQL-NAME TO TRUE
           END-IF.
      *
      *    FROM and JOIN open a table list; INTO names the table of
      *    an INSERT, or starts the host variables a SELECT or FETCH
      *    fills.
       352-REACT-TO-SQL-WORD.
           IF AWAITING-SQL-NAME
              PERFORM 354-RESOLVE-SQL-NAME
           ELSE
              IF TOKEN-TEXT = "FROM" OR TOKEN-TEXT = "JOIN"
                 PERFORM 353-OPEN-SQL-TABLE-LIST
              ELSE
                 IF TOKEN-TEXT = "INTO"
                    IF EXEC-VERB-TEXT = "INSERT"
                       SET AWAITING-SQL-TABLE TO TRUE
                    ELSE
                       SET SQL-HOST-VARIABLES-SET TO TRUE
                    END-IF
                 ELSE
                    PERFORM 358-TEST-SQL-TABLE-WORD
                 END-IF
              END-IF
           END-IF.
      *
      *    The tables a FROM names are read, except the first FROM of
      *    a DELETE, which names the table the rows go from; those of
      *    a DECLARE are the cursor's. A FROM met after an INSERT,
      *    UPDATE or DELETE has named its own table belongs to a
      *    subquery, so its tables are read.
       353-OPEN-SQL-TABLE-LIST.
           MOVE "N" TO SQL-INTO-SWITCH.
           IF EXEC-VERB-TEXT = "DELETE"
              AND NOT SQL-TARGET-TABLE-DONE
              MOVE "DELETE" TO SQL-TABLE-OPERATION
           ELSE
              IF EXEC-VERB-TEXT = "DECLARE"
                 MOVE "CURSOR" TO SQL-TABLE-OPERATION
              ELSE
                 MOVE "SELECT" TO SQL-TABLE-OPERATION
              END-IF
           END-IF.
           SET AWAITING-SQL-TABLE TO TRUE.
           SET INSIDE-SQL-FROM-LIST TO TRUE.
      *
      *    A FETCH may put orientation words and FROM ahead of its
      *    cursor name; they are passed over.
       354-RESOLVE-SQL-NAME.
           SET FETCH-IDX TO 1.
           SEARCH SQL-FETCH-WORD
              AT END
                 PERFORM 357-TAKE-SQL-NAME
              WHEN SQL-FETCH-WORD(FETCH-IDX) = TOKEN-TEXT(1:8)
                 CONTINUE
           END-SEARCH.
      *
      *    One table the statement names, under the operation its
      *    place in the statement gave it. A DECLARE's tables carry
      *    the cursor name for 535 to find.
       355-RECORD-SQL-TABLE.
           MOVE "Q=" TO EXEC-RECORD-LITERAL.
           MOVE SQL-TABLE-OPERATION TO EXEC-OPERATION-TEXT.
           MOVE TOKEN-TEXT(1:18) TO EXEC-OBJECT-TEXT.
           IF EXEC-VERB-TEXT = "DECLARE"
              MOVE SQL-CURSOR-NAME TO EXEC-CURSOR-TEXT
           ELSE
              MOVE SPACE TO EXEC-CURSOR-TEXT
           END-IF.
           PERFORM 370-BANK-EXEC-STATEMENT.
           IF EXEC-VERB-TEXT = "INSERT" OR EXEC-VERB-TEXT = "UPDATE"
              OR EXEC-VERB-TEXT = "DELETE"
              SET SQL-TARGET-TABLE-DONE TO TRUE
           END-IF.
      *
      *    A host variable (":name", and its indicator variable when
      *    a second colon follows) is a data reference like any
      *    other: set when it follows the INTO of a SELECT or FETCH,
      *    read everywhere else.
       356-RECORD-HOST-VARIABLE.
           IF CURRENT-PARAGRAPH-NAME NOT = SPACE
              IF SQL-HOST-VARIABLES-SET
                 SET RECEIVING-CONTEXT TO TRUE
              ELSE
                 MOVE "N" TO RECEIVING-CONTEXT-SWITCH
              END-IF
              MOVE TOKEN-TEXT TO HOST-VARIABLE-TEXT
              MOVE HOST-VARIABLE-TEXT(2:29) TO EXEC-WORD-TEXT
              PERFORM 349-RECORD-ONE-HOST-NAME
              IF EXEC-WORD-LENGTH < 28
                 AND HOST-VARIABLE-TEXT(EXEC-WORD-LENGTH + 2:1) = ":"
                 MOVE HOST-VARIABLE-TEXT(EXEC-WORD-LENGTH + 3:)
                   TO EXEC-WORD-TEXT
                 PERFORM 349-RECORD-ONE-HOST-NAME
              END-IF
              MOVE "N" TO RECEIVING-CONTEXT-SWITCH
           END-IF.
      *
       349-RECORD-ONE-HOST-NAME.
           MOVE 0 TO EXEC-WORD-LENGTH.
           INSPECT EXEC-WORD-TEXT TALLYING EXEC-WORD-LENGTH
              FOR CHARACTERS BEFORE INITIAL ":".
           IF EXEC-WORD-LENGTH > 0
              MOVE SPACE TO TOKEN-TEXT
              MOVE EXEC-WORD-TEXT(1:EXEC-WORD-LENGTH) TO TOKEN-TEXT
              PERFORM 248-RECORD-DATA-REFERENCE
           END-IF.
      *
      *    The DECLARE's cursor is remembered for the tables its
      *    SELECT reads; an INCLUDE'd member other than the SQL
      *    communication areas is a copybook usage like any COPY.
       357-TAKE-SQL-NAME.
           MOVE "N" TO SQL-NAME-WAIT-SWITCH.
           IF EXEC-VERB-TEXT = "DECLARE"
              MOVE TOKEN-TEXT(1:18) TO SQL-CURSOR-NAME
           ELSE
              IF EXEC-VERB-TEXT = "INCLUDE"
                 IF TOKEN-TEXT = "SQLCA" OR TOKEN-TEXT = "SQLDA"
                    CONTINUE
                 ELSE
                    PERFORM 284-BANK-COPY-USAGE
                 END-IF
              ELSE
                 MOVE "Q=" TO EXEC-RECORD-LITERAL
                 MOVE EXEC-VERB-TEXT TO EXEC-OPERATION-TEXT
                 MOVE TOKEN-TEXT(1:18) TO EXEC-OBJECT-TEXT
                 MOVE TOKEN-TEXT(1:18) TO EXEC-CURSOR-TEXT
                 PERFORM 370-BANK-EXEC-STATEMENT
              END-IF
           END-IF.
      *
      *    The clause words end a table list, or the wait for a
      *    table name.
       358-TEST-SQL-TABLE-WORD.
           SET CLAUSE-IDX TO 1.
           SEARCH SQL-CLAUSE-WORD
              AT END
                 PERFORM 359-TAKE-SQL-TABLE-WORD
              WHEN SQL-CLAUSE-WORD(CLAUSE-IDX) = TOKEN-TEXT(1:9)
                 MOVE "N" TO SQL-TABLE-WAIT-SWITCH
                 MOVE "N" TO SQL-FROM-LIST-SWITCH
           END-SEARCH.
      *
      *    A word in table position that opens a nested SELECT (or a
      *    table expression) is no table: the nested FROM names the
      *    tables, and the list waits for it. Inside a table list a
      *    word carrying a comma means another table follows it,
      *    after its correlation name if it has one.
       359-TAKE-SQL-TABLE-WORD.
           IF AWAITING-SQL-TABLE
              MOVE "N" TO SQL-TABLE-WAIT-SWITCH
              IF TOKEN-TEXT = "SELECT" OR TOKEN-TEXT = "TABLE"
                 OR TOKEN-TEXT = "LATERAL"
                 MOVE "N" TO SQL-FROM-LIST-SWITCH
              ELSE
                 PERFORM 355-RECORD-SQL-TABLE
              END-IF
           END-IF.
           IF INSIDE-SQL-FROM-LIST AND TOKEN-ENDED-WITH-COMMA
              SET AWAITING-SQL-TABLE TO TRUE
           END-IF.
      *
      *    CICS: the command's first word is its verb (for a file
      *    command READ, WRITE and the rest); every other word is an
      *    option, coded KEYWORD(value), or KEYWORD with "(value)"
      *    as the next word.
       360-PROCESS-CICS-TOKEN.
           ADD 1 TO EXEC-TOKEN-COUNT.
           IF EXEC-TOKEN-COUNT = 1
              MOVE TOKEN-TEXT(1:8) TO EXEC-VERB-TEXT
           ELSE
              IF AWAITING-CICS-OPTION-VALUE
                 OR (AWAITING-CICS-OPEN-PAREN AND EXEC-WORD-START > 1)
                 MOVE "N" TO CICS-OPTION-WAIT-SWITCH
                 MOVE TOKEN-TEXT TO CICS-OPTION-VALUE
                 PERFORM 364-RESOLVE-CICS-OPTION
              ELSE
                 MOVE "N" TO CICS-OPTION-WAIT-SWITCH
                 PERFORM 362-SPLIT-CICS-OPTION
              END-IF
           END-IF.
      *
      *    A word with no parenthesis is a keyword whose value may
      *    follow as the next word; one ending in the parenthesis
      *    has its value in the next word for certain.
       362-SPLIT-CICS-OPTION.
           MOVE SPACE TO CICS-OPTION-NAME.
           MOVE SPACE TO CICS-OPTION-VALUE.
           MOVE 0 TO CICS-OPTION-LENGTH.
           INSPECT TOKEN-TEXT TALLYING CICS-OPTION-LENGTH
              FOR CHARACTERS BEFORE INITIAL "(".
           IF CICS-OPTION-LENGTH >= TOKEN-LENGTH
              MOVE TOKEN-TEXT TO CICS-OPTION-NAME
              SET AWAITING-CICS-OPEN-PAREN TO TRUE
           ELSE
              IF CICS-OPTION-LENGTH > 0
                 MOVE TOKEN-TEXT(1:CICS-OPTION-LENGTH)
                   TO CICS-OPTION-NAME
                 IF CICS-OPTION-LENGTH + 1 = TOKEN-LENGTH
                    SET AWAITING-CICS-OPTION-VALUE TO TRUE
                 ELSE
                    MOVE TOKEN-TEXT(CICS-OPTION-LENGTH + 2:)
                      TO CICS-OPTION-VALUE
                    PERFORM 364-RESOLVE-CICS-OPTION
                 END-IF
              END-IF
           END-IF.
      *
      *    A quoted value is a literal name; a bare one names a data
      *    item, counts as a reference to it, and stands for the
      *    resource by that name, the way a dynamic CALL does.
       364-RESOLVE-CICS-OPTION.
           IF CICS-OPTION-VALUE(1:1) = QUOTE
              OR CICS-OPTION-VALUE(1:1) = "'"
              PERFORM 366-UNQUOTE-CICS-VALUE
           ELSE
              PERFORM 368-RECORD-CICS-DATA-REFERENCE
           END-IF.
           IF CICS-OPTION-VALUE NOT = SPACE
              PERFORM 365-TEST-CICS-RESOURCE
           END-IF.
      *
      *    Only the option naming the command's resource is kept:
      *    PROGRAM on LINK, XCTL and LOAD, TRANSID on RETURN and
      *    START, FILE (or DATASET) on the file-control commands.
       365-TEST-CICS-RESOURCE.
           MOVE "N" TO CICS-RESOURCE-SWITCH.
           IF CICS-OPTION-NAME = "PROGRAM"
              IF EXEC-VERB-TEXT = "LINK" OR EXEC-VERB-TEXT = "XCTL"
                 OR EXEC-VERB-TEXT = "LOAD"
                 SET OPTION-NAMES-RESOURCE TO TRUE
              END-IF
           END-IF.
           IF CICS-OPTION-NAME = "TRANSID"
              IF EXEC-VERB-TEXT = "RETURN" OR EXEC-VERB-TEXT = "START"
                 SET OPTION-NAMES-RESOURCE TO TRUE
              END-IF
           END-IF.
           IF CICS-OPTION-NAME = "FILE" OR CICS-OPTION-NAME = "DATASET"
              SET CICS-IDX TO 1
              SEARCH CICS-FILE-COMMAND
                 AT END
                    CONTINUE
                 WHEN CICS-FILE-COMMAND(CICS-IDX) = EXEC-VERB-TEXT
                    SET OPTION-NAMES-RESOURCE TO TRUE
              END-SEARCH
           END-IF.
           IF OPTION-NAMES-RESOURCE
              MOVE "X=" TO EXEC-RECORD-LITERAL
              MOVE EXEC-VERB-TEXT TO EXEC-OPERATION-TEXT
              MOVE CICS-OPTION-VALUE(1:18) TO EXEC-OBJECT-TEXT
              MOVE SPACE TO EXEC-CURSOR-TEXT
              PERFORM 370-BANK-EXEC-STATEMENT
           END-IF.
      *
       366-UNQUOTE-CICS-VALUE.
           MOVE CICS-OPTION-VALUE(1:1) TO CICS-QUOTE-CHARACTER.
           MOVE CICS-OPTION-VALUE(2:29) TO EXEC-WORD-TEXT.
           MOVE 0 TO EXEC-WORD-LENGTH.
           INSPECT EXEC-WORD-TEXT TALLYING EXEC-WORD-LENGTH
              FOR CHARACTERS BEFORE INITIAL CICS-QUOTE-CHARACTER.
           MOVE SPACE TO CICS-OPTION-VALUE.
           IF EXEC-WORD-LENGTH > 0
              MOVE EXEC-WORD-TEXT(1:EXEC-WORD-LENGTH)
                TO CICS-OPTION-VALUE
           END-IF.
      *
      *    INTO, SET, RESP and RESP2 name items the command fills;
      *    every other option's item is read by it.
       368-RECORD-CICS-DATA-REFERENCE.
           IF CURRENT-PARAGRAPH-NAME NOT = SPACE
              MOVE CICS-OPTION-VALUE TO TOKEN-TEXT
              IF CICS-OPTION-NAME = "INTO" OR CICS-OPTION-NAME = "SET"
                 OR CICS-OPTION-NAME = "RESP"
                 OR CICS-OPTION-NAME = "RESP2"
                 SET RECEIVING-CONTEXT TO TRUE
              ELSE
                 MOVE "N" TO RECEIVING-CONTEXT-SWITCH
              END-IF
              PERFORM 248-RECORD-DATA-REFERENCE
              MOVE "N" TO RECEIVING-CONTEXT-SWITCH
           END-IF.
      *
      *    One entry per distinct (type, operation, object, cursor,
      *    paragraph), deduplicated the way 284 deduplicates the copy
      *    usages.
       370-BANK-EXEC-STATEMENT.
           MOVE 0 TO FOUND-EXEC-SUB.
           PERFORM 372-TEST-ONE-EXEC-STATEMENT
              VARYING EXEC-SUB FROM 1 BY 1
              UNTIL EXEC-SUB > EXEC-STATEMENT-COUNT
                 OR FOUND-EXEC-SUB > 0.
           IF FOUND-EXEC-SUB > 0
              CONTINUE
           ELSE
              IF EXEC-STATEMENT-COUNT < 2000
                 ADD 1 TO EXEC-STATEMENT-COUNT
                 MOVE EXEC-RECORD-LITERAL
                   TO XS-RECORD-LITERAL(EXEC-STATEMENT-COUNT)
                 MOVE EXEC-OPERATION-TEXT
                   TO XS-OPERATION(EXEC-STATEMENT-COUNT)
                 MOVE EXEC-OBJECT-TEXT
                   TO XS-OBJECT(EXEC-STATEMENT-COUNT)
                 MOVE CURRENT-PARAGRAPH-NAME
                   TO XS-PARAGRAPH(EXEC-STATEMENT-COUNT)
                 MOVE EXEC-CURSOR-TEXT
                   TO XS-CURSOR-NAME(EXEC-STATEMENT-COUNT)
              ELSE
                 PERFORM 195-NOTE-MEMBER-TOO-LARGE
              END-IF
           END-IF.
      *
       372-TEST-ONE-EXEC-STATEMENT.
           IF XS-RECORD-LITERAL(EXEC-SUB) = EXEC-RECORD-LITERAL
              AND XS-OPERATION(EXEC-SUB) = EXEC-OPERATION-TEXT
              AND XS-OBJECT(EXEC-SUB) = EXEC-OBJECT-TEXT
              AND XS-PARAGRAPH(EXEC-SUB) = CURRENT-PARAGRAPH-NAME
              AND XS-CURSOR-NAME(EXEC-SUB) = EXEC-CURSOR-TEXT
              MOVE EXEC-SUB TO FOUND-EXEC-SUB
           END-IF.
      *
      *    Every edge whose target matches a recorded paragraph bumps
      *    that paragraph's PERFORM count; the first such edge in
      *    source order supplies the immediate PERFORM parent. A
      *    THRU edge also banks its range and its performer for the
      *    R= and T= records. Targets that match no recorded procedure
      *    (misparsed text) are dropped rather than invented.
       400-RESOLVE-PERFORM-EDGES.
           PERFORM 410-RESOLVE-ONE-EDGE
              VARYING EDGE-SUB FROM 1 BY 1
                    PERFORM 430-RECORD-EXTRA-EDGE
                 END-IF
              END-IF
              IF EDGE-THRU-END(EDGE-SUB) NOT = SPACE
                 PERFORM 440-RECORD-THRU-RANGE
                 PERFORM 445-RECORD-THRU-EDGE
              END-IF
           END-IF.
      *
       430-RECORD-EXTRA-EDGE.
                  = EDGE-PERFORMER(EDGE-SUB)
              SET EDGE-IS-DUPLICATE TO TRUE
           END-IF.
      *
      *    One range per distinct (first, last) pair, however many
      *    statements perform it.
       440-RECORD-THRU-RANGE.
           MOVE "N" TO DUPLICATE-RANGE-SWITCH.
           PERFORM 442-TEST-ONE-THRU-RANGE
              VARYING RANGE-SUB FROM 1 BY 1
              UNTIL RANGE-SUB > THRU-RANGE-COUNT.
           IF RANGE-IS-DUPLICATE
              CONTINUE
           ELSE
              IF THRU-RANGE-COUNT < 5000
                 ADD 1 TO THRU-RANGE-COUNT
                 MOVE EDGE-TARGET(EDGE-SUB)
                   TO TR-FIRST(THRU-RANGE-COUNT)
                 MOVE EDGE-THRU-END(EDGE-SUB)
                   TO TR-LAST(THRU-RANGE-COUNT)
              ELSE
                 PERFORM 195-NOTE-MEMBER-TOO-LARGE
              END-IF
           END-IF.
      *
       442-TEST-ONE-THRU-RANGE.
           IF TR-FIRST(RANGE-SUB) = EDGE-TARGET(EDGE-SUB)
              AND TR-LAST(RANGE-SUB) = EDGE-THRU-END(EDGE-SUB)
              SET RANGE-IS-DUPLICATE TO TRUE
           END-IF.
      *
      *    One THRU performer per distinct (first, performer) pair.
       445-RECORD-THRU-EDGE.
           MOVE "N" TO DUPLICATE-RANGE-SWITCH.
           PERFORM 447-TEST-ONE-THRU-EDGE
              VARYING TEDGE-SUB FROM 1 BY 1
              UNTIL TEDGE-SUB > THRU-EDGE-COUNT.
           IF RANGE-IS-DUPLICATE
              CONTINUE
           ELSE
              IF THRU-EDGE-COUNT < 10000
                 ADD 1 TO THRU-EDGE-COUNT
                 MOVE EDGE-TARGET(EDGE-SUB)
                   TO TE-FIRST(THRU-EDGE-COUNT)
                 MOVE EDGE-PERFORMER(EDGE-SUB)
                   TO TE-PERFORMER(THRU-EDGE-COUNT)
              ELSE
                 PERFORM 195-NOTE-MEMBER-TOO-LARGE
              END-IF
           END-IF.
      *
       447-TEST-ONE-THRU-EDGE.
           IF TE-FIRST(TEDGE-SUB) = EDGE-TARGET(EDGE-SUB)
              AND TE-PERFORMER(TEDGE-SUB) = EDGE-PERFORMER(EDGE-SUB)
              SET RANGE-IS-DUPLICATE TO TRUE
           END-IF.
      *
       500-WRITE-EXTRACT-RECORDS.
      *    A member whose PROGRAM-ID never surfaced (or was cut off
           PERFORM 527-WRITE-GOTO-RECORD
              VARYING GEDGE-SUB FROM 1 BY 1
              UNTIL GEDGE-SUB > GOTO-EDGE-COUNT.
      *    R= before T= before S=: a reader applying a T= record
      *    already holds every range it can name, and a section only
      *    fills in a parent the ranges left empty.
           PERFORM 528-WRITE-RANGE-RECORD
              VARYING RANGE-SUB FROM 1 BY 1
              UNTIL RANGE-SUB > THRU-RANGE-COUNT.
           PERFORM 529-WRITE-THRU-RECORD
              VARYING TEDGE-SUB FROM 1 BY 1
              UNTIL TEDGE-SUB > THRU-EDGE-COUNT.
           PERFORM 533-WRITE-SECTION-RECORD
              VARYING PARA-SUB FROM 1 BY 1
              UNTIL PARA-SUB > PARAGRAPH-ENTRY-COUNT.
           PERFORM 535-WRITE-SQL-RECORD
              VARYING EXEC-SUB FROM 1 BY 1
              UNTIL EXEC-SUB > EXEC-STATEMENT-COUNT.
           PERFORM 537-WRITE-CICS-RECORD
              VARYING EXEC-SUB FROM 1 BY 1
              UNTIL EXEC-SUB > EXEC-STATEMENT-COUNT.
           PERFORM 530-WRITE-TRAILER-RECORD.
      *
       510-WRITE-PROCEDURE-RECORD.
           MOVE GE-TARGET(GEDGE-SUB) TO NEW-GOTO-TARGET.
           MOVE GE-ORIGIN(GEDGE-SUB) TO NEW-GOTO-ORIGIN.
           PERFORM 540-WRITE-COBLPROG-RECORD.
      *
       528-WRITE-RANGE-RECORD.
           MOVE SPACE TO NEW-PROCEDURE-INFORMATIONS.
           MOVE 0 TO NEW-RANGE-SEQUENCE-NUMBER.
           MOVE "R=" TO NEW-RANGE-LITERAL.
           MOVE TR-FIRST(RANGE-SUB) TO NEW-RANGE-FIRST.
           MOVE TR-LAST(RANGE-SUB) TO NEW-RANGE-LAST.
           PERFORM 540-WRITE-COBLPROG-RECORD.
      *
       529-WRITE-THRU-RECORD.
           MOVE SPACE TO NEW-PROCEDURE-INFORMATIONS.
           MOVE 0 TO NEW-THRU-SEQUENCE-NUMBER.
           MOVE "T=" TO NEW-THRU-LITERAL.
           MOVE TE-FIRST(TEDGE-SUB) TO NEW-THRU-FIRST.
           MOVE TE-PERFORMER(TEDGE-SUB) TO NEW-THRU-PERFORMER.
           PERFORM 540-WRITE-COBLPROG-RECORD.
      *
      *    Only paragraphs coded inside a section get an S= record;
      *    the section headers themselves and the paragraphs of an
      *    unsectioned program have no owner to name.
       533-WRITE-SECTION-RECORD.
           IF PARA-SECTION(PARA-SUB) = SPACE
              CONTINUE
           ELSE
              MOVE SPACE TO NEW-PROCEDURE-INFORMATIONS
              MOVE 0 TO NEW-SECT-SEQUENCE-NUMBER
              MOVE "S=" TO NEW-SECT-LITERAL
              MOVE PARA-NAME(PARA-SUB) TO NEW-SECT-PARAGRAPH
              MOVE PARA-SECTION(PARA-SUB) TO NEW-SECT-SECTION-NAME
              PERFORM 540-WRITE-COBLPROG-RECORD
           END-IF.
      *
      *    An OPEN, FETCH or CLOSE is written once per table its
      *    cursor's DECLARE reads, so the readers see the tables it
      *    touches; a cursor the member never declares keeps its own
      *    name as the object.
       535-WRITE-SQL-RECORD.
           IF XS-RECORD-LITERAL(EXEC-SUB) = "Q="
              IF XS-OPERATION(EXEC-SUB) = "OPEN"
                 OR XS-OPERATION(EXEC-SUB) = "FETCH"
                 OR XS-OPERATION(EXEC-SUB) = "CLOSE"
                 MOVE 0 TO CURSOR-TABLE-COUNT
                 PERFORM 536-WRITE-ONE-CURSOR-TABLE
                    VARYING EXEC-SCAN-SUB FROM 1 BY 1
                    UNTIL EXEC-SCAN-SUB > EXEC-STATEMENT-COUNT
                 IF CURSOR-TABLE-COUNT = 0
                    MOVE XS-OBJECT(EXEC-SUB) TO EXEC-OBJECT-TEXT
                    PERFORM 538-PUT-EXEC-RECORD
                 END-IF
              ELSE
                 MOVE XS-OBJECT(EXEC-SUB) TO EXEC-OBJECT-TEXT
                 PERFORM 538-PUT-EXEC-RECORD
              END-IF
           END-IF.
      *
       536-WRITE-ONE-CURSOR-TABLE.
           IF XS-OPERATION(EXEC-SCAN-SUB) = "CURSOR"
              AND XS-CURSOR-NAME(EXEC-SCAN-SUB)
                  = XS-CURSOR-NAME(EXEC-SUB)
              ADD 1 TO CURSOR-TABLE-COUNT
              MOVE XS-OBJECT(EXEC-SCAN-SUB) TO EXEC-OBJECT-TEXT
              PERFORM 538-PUT-EXEC-RECORD
           END-IF.
      *
       537-WRITE-CICS-RECORD.
           IF XS-RECORD-LITERAL(EXEC-SUB) = "X="
              MOVE XS-OBJECT(EXEC-SUB) TO EXEC-OBJECT-TEXT
              PERFORM 538-PUT-EXEC-RECORD
           END-IF.
      *
       538-PUT-EXEC-RECORD.
           MOVE SPACE TO NEW-PROCEDURE-INFORMATIONS.
           MOVE 0 TO NEW-EXEC-SEQUENCE-NUMBER.
           MOVE XS-RECORD-LITERAL(EXEC-SUB) TO NEW-EXEC-LITERAL.
           MOVE XS-OPERATION(EXEC-SUB) TO NEW-EXEC-OPERATION.
           MOVE EXEC-OBJECT-TEXT TO NEW-EXEC-OBJECT.
           MOVE XS-PARAGRAPH(EXEC-SUB) TO NEW-EXEC-PARAGRAPH.
           PERFORM 540-WRITE-COBLPROG-RECORD.
      *
       530-WRITE-TRAILER-RECORD.
           MOVE SPACE TO NEW-PROCEDURE-INFORMATIONS.
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    One ASSIGN record per SELECTed file, then one record per
      *    banked file operation carrying the file's DD name, all
      *    under the program name the PGM= record carries.
       570-WRITE-FILE-REFERENCES.
           PERFORM 572-WRITE-ONE-ASSIGN-RECORD
              VARYING FASSIGN-SUB FROM 1 BY 1
              UNTIL FASSIGN-SUB > FILE-ASSIGN-COUNT.
           PERFORM 574-WRITE-ONE-IO-RECORD
              VARYING FIO-SUB FROM 1 BY 1
              UNTIL FIO-SUB > FILE-IO-COUNT.
      *
       572-WRITE-ONE-ASSIGN-RECORD.
           MOVE SOURCE-PROGRAM-NAME(1:8) TO NFR-PROGRAM-NAME.
           MOVE FA-DD-NAME(FASSIGN-SUB) TO NFR-DD-NAME.
           MOVE FA-FILE-NAME(FASSIGN-SUB) TO NFR-FILE-NAME.
           MOVE SPACE TO NFR-PARAGRAPH-NAME.
           MOVE "ASSIGN" TO NFR-OPERATION.
           MOVE SPACE TO NFR-OPEN-MODE.
           PERFORM 578-PUT-FREF-RECORD.
      *
       574-WRITE-ONE-IO-RECORD.
           MOVE FI-FILE-NAME(FIO-SUB) TO IO-FILE-NAME.
           PERFORM 325-FIND-SELECTED-FILE.
           MOVE SOURCE-PROGRAM-NAME(1:8) TO NFR-PROGRAM-NAME.
           MOVE FA-DD-NAME(FOUND-FILE-SUB) TO NFR-DD-NAME.
           MOVE FI-FILE-NAME(FIO-SUB) TO NFR-FILE-NAME.
           MOVE FI-PARAGRAPH(FIO-SUB) TO NFR-PARAGRAPH-NAME.
           MOVE FI-OPERATION(FIO-SUB) TO NFR-OPERATION.
           MOVE FI-OPEN-MODE(FIO-SUB) TO NFR-OPEN-MODE.
           PERFORM 578-PUT-FREF-RECORD.
      *
       578-PUT-FREF-RECORD.
           MOVE FILE-REFERENCE-RECORD TO STRCFREF-AREA.
           WRITE STRCFREF-AREA.
           IF STRCFREF-STATUS NOT = "00"
              MOVE "STRCFREF" TO ERROR-FILE-NAME
              MOVE STRCFREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    One STRCCREF record per banked copybook usage, in the
      *    order first met, under the PGM= record's program name.
       580-WRITE-COPY-REFERENCES.
           PERFORM 582-WRITE-ONE-CREF-RECORD
              VARYING CUSAGE-SUB FROM 1 BY 1
              UNTIL CUSAGE-SUB > COPY-USAGE-COUNT.
      *
       582-WRITE-ONE-CREF-RECORD.
           MOVE SOURCE-PROGRAM-NAME(1:8) TO NCR-PROGRAM-NAME.
           MOVE CU-COPYBOOK-NAME(CUSAGE-SUB) TO NCR-COPYBOOK-NAME.
           MOVE CU-DIVISION-NAME(CUSAGE-SUB) TO NCR-DIVISION-NAME.
           MOVE CU-PARAGRAPH(CUSAGE-SUB) TO NCR-PARAGRAPH-NAME.
           MOVE COPY-REFERENCE-RECORD TO STRCCREF-AREA.
           WRITE STRCCREF-AREA.
           IF STRCCREF-STATUS NOT = "00"
              MOVE "STRCCREF" TO ERROR-FILE-NAME
              MOVE STRCCREF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    One STRCDDEF record per declared data name, in the order
      *    declared, under the PGM= record's program name.
       590-WRITE-DATA-DECLARATIONS.
           PERFORM 595-WRITE-ONE-DDEF-RECORD
              VARYING DNAME-SUB FROM 1 BY 1
              UNTIL DNAME-SUB > DATA-NAME-COUNT.
      *
       595-WRITE-ONE-DDEF-RECORD.
           MOVE SOURCE-PROGRAM-NAME(1:8) TO NDD-PROGRAM-NAME.
           MOVE DN-NAME(DNAME-SUB) TO NDD-DATA-NAME.
           MOVE DN-LEVEL-NUMBER(DNAME-SUB) TO NDD-LEVEL-NUMBER.
           MOVE DN-RECORD-NAME(DNAME-SUB) TO NDD-RECORD-NAME.
           MOVE DN-COPYBOOK-NAME(DNAME-SUB) TO NDD-COPYBOOK-NAME.
           MOVE DN-SECTION-NAME(DNAME-SUB) TO NDD-SECTION-NAME.
           MOVE DN-VALUE-FLAG(DNAME-SUB) TO NDD-VALUE-FLAG.
           MOVE DATA-DECLARATION-RECORD TO STRCDDEF-AREA.
           WRITE STRCDDEF-AREA.
           IF STRCDDEF-STATUS NOT = "00"
              MOVE "STRCDDEF" TO ERROR-FILE-NAME
              MOVE STRCDDEF-STATUS TO ERROR-STATUS-CODE
              PERFORM 890-ABEND-ON-FILE-ERROR
           END-IF.
      *
      *    Closes the member whose cards have just run out: resolves
      *    its PERFORM edges, writes its slice of COBLPROG, and puts
      *    its line on the run report. A wanted member that yielded
                    PERFORM 400-RESOLVE-PERFORM-EDGES
                    PERFORM 500-WRITE-EXTRACT-RECORDS
                    PERFORM 560-WRITE-DATA-REFERENCES
                    PERFORM 570-WRITE-FILE-REFERENCES
                    PERFORM 580-WRITE-COPY-REFERENCES
                    PERFORM 590-WRITE-DATA-DECLARATIONS
                    PERFORM 605-REPORT-WRITTEN-MEMBER
                 ELSE
                    IF CURRENT-MEMBER-NAME = SPACE
           ELSE
              MOVE CURRENT-MEMBER-NAME TO RRL-MEMBER-NAME
           END-IF.
           MOVE SOURCE-PROGRAM-NAME TO RRL-PROGRAM-NAME.
           MOVE PARAGRAPH-ENTRY-COUNT TO WDT-PARAGRAPH-COUNT.
           MOVE WRITTEN-DISPOSITION-TEXT TO RRL-DISPOSITION.
           PERFORM 610-PUT-RUN-REPORT-LINE.
           ELSE
              MOVE CURRENT-MEMBER-NAME TO RRL-MEMBER-NAME
           END-IF.
           MOVE SOURCE-PROGRAM-NAME TO RRL-PROGRAM-NAME.
           MOVE "SKIPPED - NO PARAGRAPHS FOUND" TO RRL-DISPOSITION.
           PERFORM 610-PUT-RUN-REPORT-LINE.
           ADD 1 TO MEMBERS-SKIPPED-COUNT.
           ELSE
              MOVE CURRENT-MEMBER-NAME TO RRL-MEMBER-NAME
           END-IF.
           MOVE SOURCE-PROGRAM-NAME TO RRL-PROGRAM-NAME.
           MOVE "SKIPPED - TABLE CAPACITY EXCEEDED"
             TO RRL-DISPOSITION.
           PERFORM 610-PUT-RUN-REPORT-LINE.
              CONTINUE
           ELSE
              MOVE SL-MEMBER-NAME(SLCT-SUB) TO RRL-MEMBER-NAME
              MOVE SPACE TO RRL-PROGRAM-NAME
              MOVE "NOT FOUND IN COBSRCE" TO RRL-DISPOSITION
              PERFORM 610-PUT-RUN-REPORT-LINE
              ADD 1 TO MEMBERS-MISSING-COUNT
