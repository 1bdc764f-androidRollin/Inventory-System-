       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPCONV.
      *INSTALLATION. S500.
      *DATE-WRITTEN. OCTOBER 15,2026.
      *DATE-COMPILED. OCTOBER 15,2026.
      *SECURITY. EXCLUSIVE FOR SIR BABY BOY.
      *REMARKS. ONE-TIME REBUILD FOR THE DISPATCH LIST PRICE FIELD.
      *         READS THE OLD DISPATCH LOG AND DISPATCH ARCHIVE AND
      *         WRITES DISPNEW.TXT AND ARCHNEW.TXT IN THE WIDE
      *         LAYOUT WITH ZERO LIST PRICE ON THE OLD ROWS.
      *         WHEN THE RUN REPORTS CLEAN, REPLACE DISPATCH.TXT WITH
      *         DISPNEW.TXT AND DISPARCH.TXT WITH ARCHNEW.TXT BEFORE
      *         USING SALES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLDDISP ASSIGN TO "C:\FCOB\DISPATCH.TXT"
               FILE STATUS IS OLDDISP-STATUS.
           SELECT NEWDISP ASSIGN TO "C:\FCOB\DISPNEW.TXT"
               FILE STATUS IS NEWDISP-STATUS.
           SELECT OPTIONAL OLDARCH ASSIGN TO "C:\FCOB\DISPARCH.TXT"
               FILE STATUS IS OLDARCH-STATUS.
           SELECT NEWARCH ASSIGN TO "C:\FCOB\ARCHNEW.TXT"
               FILE STATUS IS NEWARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLDDISP.
       01 OLDD-REC PIC X(58).
       FD NEWDISP.
       01 NEWD-REC.
           05 NEWD-BODY PIC X(58).
           05 FILLER PIC X(1).
           05 NEWD-LPRICE PIC 9(5)V99.
       FD OLDARCH.
       01 OLDA-REC PIC X(58).
       FD NEWARCH.
       01 NEWA-REC.
           05 NEWA-BODY PIC X(58).
           05 FILLER PIC X(1).
           05 NEWA-LPRICE PIC 9(5)V99.
       WORKING-STORAGE SECTION.
       01 EOF PIC A(3) VALUE "NO".
       01 CONV-BAD PIC 9(5) VALUE ZERO.
       01 DCNV-READ PIC 9(5) VALUE ZERO.
       01 DCNV-WROTE PIC 9(5) VALUE ZERO.
       01 ACNV-READ PIC 9(5) VALUE ZERO.
       01 ACNV-WROTE PIC 9(5) VALUE ZERO.
       01 OLDDISP-STATUS PIC X(2).
       01 NEWDISP-STATUS PIC X(2).
       01 OLDARCH-STATUS PIC X(2).
       01 NEWARCH-STATUS PIC X(2).
       01 DCNV-TOTS.
           05 FILLER PIC X(15) VALUE "DISPATCH READ: ".
           05 DCT-READ PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  WROTE: ".
           05 DCT-WROTE PIC ZZZZ9.
       01 ACNV-TOTS.
           05 FILLER PIC X(15) VALUE "ARCHIVE READ:  ".
           05 ACT-READ PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  WROTE: ".
           05 ACT-WROTE PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "DISPATCH LIST PRICE CONVERSION".
           PERFORM DISP-CONV-RTN.
           PERFORM ARCH-CONV-RTN.
           MOVE DCNV-READ TO DCT-READ.
           MOVE DCNV-WROTE TO DCT-WROTE.
           DISPLAY DCNV-TOTS.
           MOVE ACNV-READ TO ACT-READ.
           MOVE ACNV-WROTE TO ACT-WROTE.
           DISPLAY ACNV-TOTS.
           IF CONV-BAD IS EQUAL TO ZERO
               AND DCNV-READ IS EQUAL TO DCNV-WROTE
               AND ACNV-READ IS EQUAL TO ACNV-WROTE
               DISPLAY "CONVERSION CLEAN - REPLACE DISPATCH.TXT "
                   "WITH DISPNEW.TXT AND DISPARCH.TXT WITH "
                   "ARCHNEW.TXT"
           ELSE
               DISPLAY "CONVERSION HAD ERRORS - DO NOT REPLACE"
           END-IF.
           STOP RUN.
       DISP-CONV-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT OLDDISP.
           IF OLDDISP-STATUS IS NOT EQUAL TO "00"
               AND OLDDISP-STATUS IS NOT EQUAL TO "05"
               DISPLAY "CANNOT OPEN DISPATCH.TXT - STATUS "
                   OLDDISP-STATUS
               ADD 1 TO CONV-BAD
               MOVE "YES" TO EOF
           END-IF.
           OPEN OUTPUT NEWDISP.
           IF NEWDISP-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CANNOT CREATE DISPNEW.TXT - STATUS "
                   NEWDISP-STATUS
               ADD 1 TO CONV-BAD
               MOVE "YES" TO EOF
           END-IF.
           IF EOF IS NOT EQUAL TO "YES"
               READ OLDDISP AT END MOVE "YES" TO EOF END-READ
           END-IF.
           PERFORM DISP-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE OLDDISP, NEWDISP.
       DISP-ONE-RTN.
           ADD 1 TO DCNV-READ.
           MOVE SPACES TO NEWD-REC.
           MOVE OLDD-REC TO NEWD-BODY.
           MOVE ZERO TO NEWD-LPRICE.
           WRITE NEWD-REC.
           IF NEWDISP-STATUS IS EQUAL TO "00"
               ADD 1 TO DCNV-WROTE
           ELSE
               DISPLAY "DISPATCH WRITE FAILED"
               MOVE "YES" TO EOF
           END-IF.
           READ OLDDISP AT END MOVE "YES" TO EOF
           END-READ.
       ARCH-CONV-RTN.
           MOVE "NO" TO EOF.
           OPEN INPUT OLDARCH.
           IF OLDARCH-STATUS IS NOT EQUAL TO "00"
               AND OLDARCH-STATUS IS NOT EQUAL TO "05"
               DISPLAY "CANNOT OPEN DISPARCH.TXT - STATUS "
                   OLDARCH-STATUS
               ADD 1 TO CONV-BAD
               MOVE "YES" TO EOF
           END-IF.
           OPEN OUTPUT NEWARCH.
           IF NEWARCH-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CANNOT CREATE ARCHNEW.TXT - STATUS "
                   NEWARCH-STATUS
               ADD 1 TO CONV-BAD
               MOVE "YES" TO EOF
           END-IF.
           IF EOF IS NOT EQUAL TO "YES"
               READ OLDARCH AT END MOVE "YES" TO EOF END-READ
           END-IF.
           PERFORM ARCH-ONE-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE OLDARCH, NEWARCH.
       ARCH-ONE-RTN.
           ADD 1 TO ACNV-READ.
           MOVE SPACES TO NEWA-REC.
           MOVE OLDA-REC TO NEWA-BODY.
           MOVE ZERO TO NEWA-LPRICE.
           WRITE NEWA-REC.
           IF NEWARCH-STATUS IS EQUAL TO "00"
               ADD 1 TO ACNV-WROTE
           ELSE
               DISPLAY "ARCHIVE WRITE FAILED"
               MOVE "YES" TO EOF
           END-IF.
           READ OLDARCH AT END MOVE "YES" TO EOF
           END-READ.
