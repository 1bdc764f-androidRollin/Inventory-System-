       IDENTIFICATION DIVISION.
       PROGRAM-ID. VATCONV.
      *INSTALLATION. S500.
      *DATE-WRITTEN. OCTOBER 15,2026.
      *DATE-COMPILED. OCTOBER 15,2026.
      *SECURITY. EXCLUSIVE FOR SIR BABY BOY.
      *REMARKS. ONE-TIME REBUILD OF STORAGE.TXT FOR THE VAT STATUS.
      *         READS THE OLD MASTER AND WRITES STORNEW.TXT WITH A
      *         VAT STATUS COLUMN SET TO V (VATABLE) ON EVERY ROW.
      *         WHEN THE RUN REPORTS CLEAN, REPLACE STORAGE.TXT WITH
      *         STORNEW.TXT AND DELETE CHKPT.TXT BEFORE USING SALES.
      *         MARK ZERO-RATED (Z) AND EXEMPT (X) PRODUCTS WITH
      *         UPDATE A RECORD AFTERWARDS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDFILE ASSIGN TO "C:\FCOB\STORAGE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CODE
               FILE STATUS IS OLDFILE-STATUS.
           SELECT NEWFILE ASSIGN TO "C:\FCOB\STORNEW.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-CODE
               FILE STATUS IS NEWFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OLDFILE.
       01 OLDREC.
           05 OLD-CODE PIC X(7).
           05 OLD-NAME PIC X(20).
           05 OLD-QTY PIC 9(5).
           05 OLD-PRICE PIC 9(5)V99.
           05 OLD-COST PIC 9(5)V99.
       FD NEWFILE.
       01 NEWREC.
           05 NEW-CODE PIC X(7).
           05 NEW-NAME PIC X(20).
           05 NEW-QTY PIC 9(5).
           05 NEW-PRICE PIC 9(5)V99.
           05 NEW-COST PIC 9(5)V99.
           05 NEW-VAT PIC X(1).
       WORKING-STORAGE SECTION.
       01 EOF PIC A(3) VALUE "NO".
       01 CONV-READ PIC 9(5) VALUE ZERO.
       01 CONV-WROTE PIC 9(5) VALUE ZERO.
       01 CONV-BAD PIC 9(5) VALUE ZERO.
       01 OLDFILE-STATUS PIC X(2).
       01 NEWFILE-STATUS PIC X(2).
       01 CONV-TOTS.
           05 FILLER PIC X(6) VALUE "READ: ".
           05 CT-READ PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE "  WROTE: ".
           05 CT-WROTE PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE "  BAD: ".
           05 CT-BAD PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-RTN.
           DISPLAY "VAT STATUS CONVERSION".
           OPEN INPUT OLDFILE.
           IF OLDFILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CANNOT OPEN STORAGE.TXT - STATUS "
                   OLDFILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT NEWFILE.
           IF NEWFILE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "CANNOT CREATE STORNEW.TXT - STATUS "
                   NEWFILE-STATUS
               CLOSE OLDFILE
               STOP RUN
           END-IF.
           READ OLDFILE NEXT RECORD AT END MOVE "YES" TO EOF END-READ.
           PERFORM CONVERT-RTN UNTIL EOF IS EQUAL TO "YES".
           CLOSE OLDFILE, NEWFILE.
           MOVE CONV-READ TO CT-READ.
           MOVE CONV-WROTE TO CT-WROTE.
           MOVE CONV-BAD TO CT-BAD.
           DISPLAY CONV-TOTS.
           IF CONV-READ IS EQUAL TO ZERO
               DISPLAY "NO RECORDS READ - CHECK OLD MASTER"
           ELSE IF CONV-BAD IS EQUAL TO ZERO
               AND CONV-READ IS EQUAL TO CONV-WROTE
               DISPLAY "CONVERSION CLEAN - REPLACE STORAGE.TXT "
                   "WITH STORNEW.TXT AND DELETE CHKPT.TXT"
           ELSE
               DISPLAY "CONVERSION HAD ERRORS - DO NOT REPLACE"
           END-IF.
           STOP RUN.
       CONVERT-RTN.
           ADD 1 TO CONV-READ.
           IF OLD-QTY IS NOT NUMERIC
               OR OLD-PRICE IS NOT NUMERIC
               OR OLD-COST IS NOT NUMERIC
               ADD 1 TO CONV-BAD
               DISPLAY "BAD RECORD SKIPPED: " OLD-CODE
           ELSE
               MOVE OLD-CODE TO NEW-CODE
               MOVE OLD-NAME TO NEW-NAME
               MOVE OLD-QTY TO NEW-QTY
               MOVE OLD-PRICE TO NEW-PRICE
               MOVE OLD-COST TO NEW-COST
               MOVE "V" TO NEW-VAT
               WRITE NEWREC
                   INVALID KEY
                       ADD 1 TO CONV-BAD
                       DISPLAY "WRITE FAILED: " NEW-CODE
                   NOT INVALID KEY
                       ADD 1 TO CONV-WROTE
               END-WRITE
           END-IF.
           READ OLDFILE NEXT RECORD AT END MOVE "YES" TO EOF
           END-READ.
