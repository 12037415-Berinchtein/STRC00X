      *                          report prints from whatever was
      *                          banked, carries a truncation note,
      *                          and ends the step with warning RC 8
      * 15/10/2026 MAINTAINER    A reference STRC000 flags B - read
      *                          and set in the same paragraph - is
      *                          marked SET+READ
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
      *    The 68-byte data-reference record STRC000 writes in
      *    565-WRITE-ONE-DREF-RECORD: program name, data name, the
      *    paragraph referencing it, and S when the paragraph only
      *    sets the name, R when it only reads it or B when it does
      *    both, with one space between fields.
       FD  STRCDREF.
       01 DREF-INPUT-RECORD.
          05 DIN-PROGRAM-NAME         PIC X(8).
          05 FILLER                   PIC X(10)  VALUE "PARAGRAPH ".
          05 RDL-PARAGRAPH-NAME       PIC X(26).
          05 FILLER                   PIC X(1)   VALUE SPACE.
          05 RDL-USAGE-TEXT           PIC X(8).
          05 FILLER                   PIC X(74)  VALUE SPACE.
      *
       01 TRUNCATION-NOTE-LINE.
          05 FILLER                   PIC X(12)  VALUE "*** REPORT T".
              IF RT-USAGE-FLAG(REF-SCAN-SUB) = "S"
                 MOVE "SET " TO RDL-USAGE-TEXT
              ELSE
                 IF RT-USAGE-FLAG(REF-SCAN-SUB) = "B"
                    MOVE "SET+READ" TO RDL-USAGE-TEXT
                 ELSE
                    MOVE "READ" TO RDL-USAGE-TEXT
                 END-IF
              END-IF
              MOVE REFERENCE-DETAIL-LINE TO PRINT-AREA
              WRITE PRINT-AREA AFTER ADVANCING 1 LINES
