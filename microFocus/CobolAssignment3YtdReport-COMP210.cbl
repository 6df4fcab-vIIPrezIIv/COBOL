       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-YTD-FILE ASSIGN TO 'YTDMASTER.DAT'
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS F01-YTD-SSN.
           SELECT F02-SUMMARY-FILE ASSIGN TO 'YTDQUARTERLY.OUT'
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-STATEMENT-FILE ASSIGN TO 'YTDSTATEMENTS.OUT'
       FILE SECTION.

       FD F01-YTD-FILE
          RECORD CONTAINS 75 CHARACTERS
          DATA RECORD IS F01-YTD-IN.

       01 F01-YTD-IN.
          05 F01-YTD-TAXES             PIC 99999V99.
          05 F01-YTD-FICA              PIC 9999V99.
          05 F01-YTD-INSURANCE         PIC 9999V99.
          05 F01-YTD-STATE-TAX         PIC 99999V99.
          05 F01-YTD-LOCAL-TAX         PIC 9999V99.

       FD F02-SUMMARY-FILE
          RECORD CONTAINS 80 CHARACTERS
       01 W02-TOTAL-TAXES              PIC 9(7)V99 VALUE ZERO.
       01 W02-TOTAL-FICA               PIC 9(7)V99 VALUE ZERO.
       01 W02-TOTAL-INSURANCE          PIC 9(7)V99 VALUE ZERO.
       01 W02-TOTAL-STATE-TAX          PIC 9(7)V99 VALUE ZERO.
       01 W02-TOTAL-LOCAL-TAX          PIC 9(7)V99 VALUE ZERO.
       01 W02-EMPLOYER-FICA            PIC 9(7)V99 VALUE ZERO.

       01 W03-SUMMARY-HEADING.
           ADD F01-YTD-TAXES TO W02-TOTAL-TAXES
           ADD F01-YTD-FICA TO W02-TOTAL-FICA
           ADD F01-YTD-INSURANCE TO W02-TOTAL-INSURANCE
           ADD F01-YTD-STATE-TAX TO W02-TOTAL-STATE-TAX
           ADD F01-YTD-LOCAL-TAX TO W02-TOTAL-LOCAL-TAX
           .
      *Writes one employee's year-end earnings statement for
      *distribution with the last pay of the year.
           MOVE W08-STATEMENT-LINE TO F03-STATEMENT-OUT-LINE
           WRITE F03-STATEMENT-OUT-LINE

           MOVE 'STATE TAX WITHHELD' TO W08-LABEL
           MOVE F01-YTD-STATE-TAX TO W08-AMOUNT
           MOVE W08-STATEMENT-LINE TO F03-STATEMENT-OUT-LINE
           WRITE F03-STATEMENT-OUT-LINE

           MOVE 'LOCAL TAX WITHHELD' TO W08-LABEL
           MOVE F01-YTD-LOCAL-TAX TO W08-AMOUNT
           MOVE W08-STATEMENT-LINE TO F03-STATEMENT-OUT-LINE
           WRITE F03-STATEMENT-OUT-LINE

           MOVE 'FICA WITHHELD' TO W08-LABEL
           MOVE F01-YTD-FICA TO W08-AMOUNT
           MOVE W08-STATEMENT-LINE TO F03-STATEMENT-OUT-LINE
           MOVE W04-SUMMARY-LINE TO F02-SUMMARY-OUT-LINE
           WRITE F02-SUMMARY-OUT-LINE

           MOVE 'Total state tax withheld' TO W04-LABEL
           MOVE W02-TOTAL-STATE-TAX TO W04-AMOUNT
           MOVE W04-SUMMARY-LINE TO F02-SUMMARY-OUT-LINE
           WRITE F02-SUMMARY-OUT-LINE

           MOVE 'Total local tax withheld' TO W04-LABEL
           MOVE W02-TOTAL-LOCAL-TAX TO W04-AMOUNT
           MOVE W04-SUMMARY-LINE TO F02-SUMMARY-OUT-LINE
           WRITE F02-SUMMARY-OUT-LINE

           MOVE W10-REPORT-HEADING TO F02-SUMMARY-OUT-LINE
           WRITE F02-SUMMARY-OUT-LINE
               AFTER ADVANCING 2 LINES
