       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRACECOX.
      *----------------------------------------------------------
      * GRACECOX is the quarterly change-of-address extract. It
      * writes every GRACECST customer's ID, name and address to
      * GRACECOX for the address vendor to match against the
      * postal move files; the vendor's GRACECOR response comes
      * back through GRACECOA. Customers GRACECPF shows closed or
      * deceased are not sent - there is nobody to follow. The
      * run counts print with the footer.
      *----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRACE-CST-FILE ASSIGN TO GRACECST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-CST-STATUS.
           SELECT GRACE-CPF-FILE ASSIGN TO GRACECPF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GRACE-CPF-CUST-ID
               FILE STATUS IS GRACE-CPF-STATUS.
           SELECT GRACE-COX-FILE ASSIGN TO GRACECOX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRACE-COX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRACE-CST-FILE
           RECORDING MODE IS F.
       01 GRACE-CST-REC.
           05 GRACE-CST-ID PIC 9(06).
           05 GRACE-CST-FIRST-NAME PIC X(15).
           05 GRACE-CST-LAST-NAME PIC X(15).
           05 GRACE-CST-STREET PIC X(20).
           05 GRACE-CST-CITY PIC X(12).
           05 GRACE-CST-STATE PIC X(02).
           05 GRACE-CST-ZIP PIC X(05).
           05 FILLER PIC X(05).

      *Customer profile - closed and deceased are not sent.
       FD  GRACE-CPF-FILE.
           COPY GRACECPF.

      *Extract record in the vendor's layout.
       FD  GRACE-COX-FILE
           RECORDING MODE IS F.
       01 GRACE-COX-REC.
           05 GRACE-COX-CUST-ID PIC 9(06).
           05 GRACE-COX-FIRST-NAME PIC X(15).
           05 GRACE-COX-LAST-NAME PIC X(15).
           05 GRACE-COX-STREET PIC X(20).
           05 GRACE-COX-CITY PIC X(12).
           05 GRACE-COX-STATE PIC X(02).
           05 GRACE-COX-ZIP PIC X(05).
           05 FILLER PIC X(05).

       WORKING-STORAGE SECTION.
       01 GRACE-CST-STATUS PIC X(02).
           88 GRACE-CST-OK VALUE '00'.
           88 GRACE-CST-EOF VALUE '10'.
           88 GRACE-CST-NOT-FOUND VALUE '35'.

       01 GRACE-CPF-STATUS PIC X(02).
           88 GRACE-CPF-OK VALUE '00'.
           88 GRACE-CPF-NOT-FOUND VALUE '35'.

       01 GRACE-COX-STATUS PIC X(02).
           88 GRACE-COX-OK VALUE '00'.

       01 GRACE-CST-EOF-SW PIC X(01) VALUE 'N'.
           88 GRACE-CST-END-OF-FILE VALUE 'Y'.

       01 GRACE-CPF-OPEN-SW PIC X(01) VALUE 'N'.
           88 GRACE-CPF-OPEN VALUE 'Y'.

       01 GRACE-COX-GONE-SW PIC X(01) VALUE 'N'.
           88 GRACE-COX-CUSTOMER-GONE VALUE 'Y'.

       01 GRACE-COX-COUNTS.
           05 GRACE-COX-READ-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COX-SENT-COUNT PIC 9(06) VALUE ZERO.
           05 GRACE-COX-GONE-COUNT PIC 9(06) VALUE ZERO.

           COPY GRACERPTH.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "GRACECOX" TO GRACE-RPT-PROGRAM-NAME.
           PERFORM 0500-PRINT-GRACE-RPT-HEADER.
           OPEN INPUT GRACE-CST-FILE.
           IF GRACE-CST-NOT-FOUND
               DISPLAY "GRACECST NOT FOUND - NOTHING EXTRACTED"
           ELSE
               OPEN INPUT GRACE-CPF-FILE
               IF GRACE-CPF-OK
                   SET GRACE-CPF-OPEN TO TRUE
               END-IF
               OPEN OUTPUT GRACE-COX-FILE
               PERFORM 1000-READ-CUSTOMER
               PERFORM 2000-EXTRACT-ONE-CUSTOMER
                   UNTIL GRACE-CST-END-OF-FILE
               CLOSE GRACE-CST-FILE
               CLOSE GRACE-COX-FILE
               IF GRACE-CPF-OPEN
                   CLOSE GRACE-CPF-FILE
               END-IF
           END-IF.
           DISPLAY "CUSTOMERS READ.............: "
               GRACE-COX-READ-COUNT.
           DISPLAY "SENT TO THE VENDOR.........: "
               GRACE-COX-SENT-COUNT.
           DISPLAY "CLOSED OR DECEASED (HELD)..: "
               GRACE-COX-GONE-COUNT.
           MOVE GRACE-COX-SENT-COUNT TO GRACE-RPT-REC-COUNT.
           PERFORM 0600-PRINT-GRACE-RPT-FOOTER.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-READ-CUSTOMER.
           READ GRACE-CST-FILE
               AT END
                   SET GRACE-CST-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO GRACE-COX-READ-COUNT
           END-READ.

       2000-EXTRACT-ONE-CUSTOMER.
           MOVE 'N' TO GRACE-COX-GONE-SW.
           IF GRACE-CPF-OPEN
               MOVE GRACE-CST-ID TO GRACE-CPF-CUST-ID
               READ GRACE-CPF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GRACE-CPF-CUST-GONE
                           SET GRACE-COX-CUSTOMER-GONE TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF GRACE-COX-CUSTOMER-GONE
               ADD 1 TO GRACE-COX-GONE-COUNT
           ELSE
               MOVE SPACES TO GRACE-COX-REC
               MOVE GRACE-CST-ID TO GRACE-COX-CUST-ID
               MOVE GRACE-CST-FIRST-NAME TO GRACE-COX-FIRST-NAME
               MOVE GRACE-CST-LAST-NAME TO GRACE-COX-LAST-NAME
               MOVE GRACE-CST-STREET TO GRACE-COX-STREET
               MOVE GRACE-CST-CITY TO GRACE-COX-CITY
               MOVE GRACE-CST-STATE TO GRACE-COX-STATE
               MOVE GRACE-CST-ZIP TO GRACE-COX-ZIP
               WRITE GRACE-COX-REC
               ADD 1 TO GRACE-COX-SENT-COUNT
           END-IF.
           PERFORM 1000-READ-CUSTOMER.

           COPY GRACERPTP.
