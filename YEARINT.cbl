      * STILL SHOWN ON THE CERTIFICATE FOR TRANSPARENCY.     *
      * ONE CERTIFICATE RECORD PER CUSTOMER WITH NAME AND    *
      * CONTACT DETAILS, PLUS A CONTROL TOTAL FOR FINANCE    *
      * TO ATTEST. A CUSTOMER DELIVRTE ROUTES ELECTRONIC     *
      * GETS THE CERTIFICATE ON THE E-DELIVERY FILE; THE     *
      * CONTROL TOTAL STILL COVERS BOTH FILES.               *
      ********************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CERTFILE.

           SELECT ECERTOUT ASSIGN TO ECERTFIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ECERTFIL.

       DATA DIVISION.
       FILE SECTION.

            RECORDING MODE F.
       01 CERT-RECORD            PIC X(132).

      * E-DELIVERY VENDOR'S COPY - SAME CERTIFICATE LINE, NO ADDRESS.
       FD ECERTOUT
            RECORDING MODE F.
       01 ECERT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
      * FILE STATUS.
       01 FS-INFILE             PIC X(02).
       01 FS-CERTFILE           PIC X(02).
       01 FS-ECERTFIL           PIC X(02).

       01 WS-SQL-ACTION         PIC X(40).
       01 WS-RETURN-CODE        PIC S9(4) COMP.
       01 WS-REFUNDS-YEAR       PIC S9(15)V9(2) USAGE COMP-3.

       01 WS-CUSTOMERS-WRITTEN  PIC 9(9) VALUE 0.
       01 WS-CERTS-EDELIVERED   PIC 9(9) VALUE 0.
       01 WS-CONSENT-FALLBACKS  PIC 9(9) VALUE 0.

      * HOW THIS CUSTOMER'S CERTIFICATE GOES OUT - FROM DELIVRTE.
       01 WS-DOC-TYPE           PIC X(1) VALUE 'T'.
       01 WS-DELIVERY           PIC X(1).
         88 DELIVER-ELECTRONIC  VALUE 'E'.
       01 WS-PAPER-FALLBACK     PIC X(1).
       01 WS-GRAND-INTEREST     PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.
       01 WS-GRAND-REFUNDS      PIC S9(15)V9(2) USAGE COMP-3 VALUE 0.

           PERFORM WRITE-CONTROL-TOTALS

           CLOSE CERTOUT
           CLOSE ECERTOUT

           DISPLAY 'YEARINT - CERTIFICATES WRITTEN: '
                   WS-CUSTOMERS-WRITTEN
           DISPLAY 'YEARINT - OF WHICH E-DELIVERED: '
                   WS-CERTS-EDELIVERED
           DISPLAY 'YEARINT - PAPER, NO E-CONSENT: '
                   WS-CONSENT-FALLBACKS
           DISPLAY 'YEARINT - TOTAL INTEREST PAID:  '
                   WS-GRAND-INTEREST

              DISPLAY 'FILE STATUS CODE: ' FS-CERTFILE
              STOP RUN
           END-IF

           OPEN OUTPUT ECERTOUT
           IF FS-ECERTFIL NOT = '00'
              DISPLAY 'YEARINT - ERROR OPENING E-DELIVERY FILE.'
              DISPLAY 'FILE STATUS CODE: ' FS-ECERTFIL
              STOP RUN
           END-IF
           .

       FETCH-CERT-CUSTOMER.
              MOVE WS-INT-TOTAL    TO CRT-INTEREST-PAID
              MOVE WS-REFUNDS-YEAR TO CRT-REFUNDS
              MOVE CUSTOMER_EMAIL  TO CRT-EMAIL
              CALL 'DELIVRTE' USING CUSTOMER_ID, WS-DOC-TYPE,
                                    WS-DELIVERY, WS-PAPER-FALLBACK,
                                    WS-RETURN-CODE
              IF WS-PAPER-FALLBACK = 'Y'
                 ADD 1 TO WS-CONSENT-FALLBACKS
              END-IF

              IF DELIVER-ELECTRONIC
                 WRITE ECERT-RECORD FROM WS-CERT-LINE
                 ADD 1 TO WS-CERTS-EDELIVERED
              ELSE
                 WRITE CERT-RECORD FROM WS-CERT-LINE
                 PERFORM WRITE-CERT-ADDRESS
              END-IF

              ADD 1 TO WS-CUSTOMERS-WRITTEN
              ADD WS-INT-TOTAL TO WS-GRAND-INTEREST
