      *             APPLIES THE MONTHLY MINIMUM, SHOWING THE         *
      *             ARITHMETIC ON EVERY LINE. VHOSTS IN THE EXTRACT  *
      *             WITH NO RATE-CARD ENTRY GO ON AN EXCEPTION       *
      *             LISTING AND SET RETURN CODE 4. LINES ARE         *
      *             SUBTOTALLED BY THE CUSTOMER VHOSTBILL BOOKED     *
      *             THEM TO, AND ONE INVOICE LINE PER CUSTOMER --    *
      *             WITH ITS COST CENTRE AND BILLING CONTACT -- GOES *
      *             TO THE CUSTOMER INVOICE FILE; LINES WITH NO      *
      *             CUSTOMER ARE EXCEPTIONS TOO. A VHOST MOVED TO    *
      *             ANOTHER CUSTOMER PART-WAY THROUGH THE MONTH IS   *
      *             PRICED ONCE ON ITS WHOLE-MONTH BYTES, SO ITS     *
      *             ALLOWANCE AND MINIMUM COUNT ONCE, AND THE CHARGE *
      *             IS SPLIT ACROSS ITS CUSTOMERS BY BYTES           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICECALC.
           SELECT INVOICE-FILE ASSIGN TO DYNAMIC INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
      *    CUST-INVOICE-FILE RECEIVES ONE INVOICE LINE PER CUSTOMER   *
           SELECT CUST-INVOICE-FILE ASSIGN TO DYNAMIC CUST-INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CINV-STATUS.
      *    CUSTOMER-FILE IS THE CUSTOMER MASTER (SEE CUSTLOAD)        *
           SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC CUSTOMER-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
      *****************************************************************
      * DATA DIVISION DECLARES VARIABLES AND FILE STRUCTURES          *
      *****************************************************************
       01  RATE-CARD-RECORD  PIC X(160).
       FD  INVOICE-FILE.
       01  INVOICE-RECORD    PIC X(300).
       FD  CUST-INVOICE-FILE.
       01  CUST-INVOICE-RECORD PIC X(400).
       FD  CUSTOMER-FILE.
       COPY "sources/custmast.cpy".
       WORKING-STORAGE SECTION.
       01  CONFIG-FILE-PATH  PIC X(255).
          88 CONFIG-FILE-DEFAULT
       01  RATE-CARD-PATH    PIC X(255) VALUE "rate-card.dat".
       01  CHARGEBACK-PATH   PIC X(255) VALUE SPACES.
       01  INVOICE-PATH      PIC X(255) VALUE SPACES.
       01  CUST-INVOICE-PATH PIC X(255) VALUE SPACES.
       01  CUSTOMER-FILE-PATH PIC X(255) VALUE "customers.idx".
       01  WS-FILE-STATUS    PIC XX.
       01  WS-CHARGE-STATUS  PIC XX.
       01  WS-RATE-STATUS    PIC XX.
       01  WS-INV-STATUS     PIC XX.
       01  WS-CINV-STATUS    PIC XX.
       01  WS-CUST-STATUS    PIC XX.
      *    BILLING MONTH ENTERED BY THE OPERATOR                      *
       01  WS-BILLING-MONTH  PIC X(6) VALUE SPACES.
      *    IN-MEMORY RATE CARD                                        *
               10  RT-PRICE-GB   PIC 9(5)V99.
               10  RT-INCL-GB    PIC 9(7)V99.
               10  RT-MIN-CHARGE PIC 9(7)V99.
      *    THE VHOST'S WHOLE MONTH ACROSS ALL ITS EXTRACT LINES, AND  *
      *    HOW MUCH OF ITS CHARGE THE LINES PRICED SO FAR HAVE TAKEN  *
               10  RT-MONTH-BYTES   PIC 9(15).
               10  RT-LINE-COUNT    PIC 9(3).
               10  RT-LINES-PRICED  PIC 9(3).
               10  RT-BILLED-AMOUNT PIC 9(9)V99.
       01  RT-PRICE-STR      PIC X(12).
       01  RT-INCL-STR       PIC X(12).
       01  RT-MIN-STR        PIC X(12).
       01  CB-HITS-STR       PIC X(15).
       01  CB-BYTES-STR      PIC X(20).
       01  CB-ERRORS-STR     PIC X(15).
       01  CB-CUSTOMER-ID    PIC X(10).
       01  CB-BYTES          PIC 9(15) VALUE 0.
       01  CB-HITS           PIC 9(9) VALUE 0.
      *    THE PRICING ARITHMETIC, KEPT IN FIXED-DECIMAL FIELDS       *
       01  WS-USAGE-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-FINAL-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-MIN-APPLIED    PIC X VALUE 'N'.
       01  WS-PRICED-BYTES   PIC 9(15) VALUE 0.
       01  WS-VHOST-AMOUNT   PIC 9(9)V99 VALUE 0.
       01  WS-SPLIT-APPLIED  PIC X VALUE 'N'.
      *    DISPLAY FORMATTING                                         *
       01  WS-GB-DISP        PIC Z(8)9.99.
       01  WS-GB-DISP-2      PIC Z(8)9.99.
       01  WS-PRICE-DISP     PIC Z(4)9.99.
       01  WS-AMOUNT-DISP    PIC Z(8)9.99.
       01  WS-FINAL-DISP     PIC Z(8)9.99.
       01  WS-VHOST-DISP     PIC Z(8)9.99.
       01  WS-BYTES-DISP     PIC Z(14)9.
       01  WS-TOTAL-AMOUNT   PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-DISP     PIC Z(10)9.99.
      *    COUNTERS                                                   *
       01  WS-INVOICE-COUNT  PIC 9(5) VALUE 0.
       01  WS-EXCEPT-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-CUST-COUNT  PIC 9(5) VALUE 0.
      *    THE CUSTOMER MASTER, AND THE AMOUNTS BILLED TO EACH        *
      *    CUSTOMER THIS MONTH -- CS-VHOSTS/CS-AMOUNT ARE WHAT GOES   *
      *    ON THE CUSTOMER'S INVOICE LINE                             *
       01  CUST-ENTRY-COUNT  PIC 9(3) VALUE 0.
       01  CUST-TABLE.
           05  CUST-ENTRY OCCURS 200 TIMES.
               10  CT-CUSTOMER-ID  PIC X(10).
               10  CT-NAME         PIC X(60).
               10  CT-COST-CENTRE  PIC X(12).
               10  CT-CONTACT-NAME PIC X(60).
               10  CT-CONTACT-EMAIL PIC X(80).
               10  CS-VHOSTS       PIC 9(3).
               10  CS-AMOUNT       PIC 9(11)V99.
       01  WS-CUST-IDX       PIC 9(3) VALUE 0.
       01  WS-PREV-CUSTOMER  PIC X(10) VALUE SPACES.
       01  WS-SUBTOTAL       PIC 9(11)V99 VALUE 0.
       01  WS-CUST-INV-COUNT PIC 9(3) VALUE 0.
      *****************************************************************
      * PROCEDURE DIVISION CONTAINS PROGRAM LOGIC                     *
      *****************************************************************
               STOP RUN
           END-IF
           PERFORM LOAD-RATE-CARD
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM PRICE-CHARGEBACK-EXTRACT
           PERFORM WRITE-CUSTOMER-INVOICES
           STOP RUN.
      *****************************************************************
      * READ SERVER CONFIGURATION TO FIND THE RATE CARD PATH          *
                           IF CONFIG-VARIABLE = "RATE-CARD-PATH"
                               MOVE CONFIG-VALUE TO RATE-CARD-PATH
                           END-IF
                           IF CONFIG-VARIABLE = "CUSTOMER-FILE-PATH"
                               MOVE CONFIG-VALUE TO CUSTOMER-FILE-PATH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
                       TO RT-INCL-GB(RATE-ENTRY-COUNT)
                   MOVE FUNCTION NUMVAL(RT-MIN-STR)
                       TO RT-MIN-CHARGE(RATE-ENTRY-COUNT)
                   MOVE 0 TO RT-MONTH-BYTES(RATE-ENTRY-COUNT)
                   MOVE 0 TO RT-LINE-COUNT(RATE-ENTRY-COUNT)
                   MOVE 0 TO RT-LINES-PRICED(RATE-ENTRY-COUNT)
                   MOVE 0 TO RT-BILLED-AMOUNT(RATE-ENTRY-COUNT)
               END-IF
           END-IF.
      *****************************************************************
      * LOAD THE CUSTOMER MASTER -- WITHOUT ONE, EVERY LINE IS AN     *
      * EXCEPTION AND NO CUSTOMER INVOICES ARE PRODUCED               *
      *****************************************************************
       LOAD-CUSTOMER-MASTER.
           MOVE 0 TO CUST-ENTRY-COUNT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Warning: could not open customer master "
                   FUNCTION TRIM(CUSTOMER-FILE-PATH)
                   " status " WS-CUST-STATUS " - run CUSTLOAD"
           ELSE
               PERFORM UNTIL WS-CUST-STATUS NOT = "00"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CUST-STATUS
                       NOT AT END
                           IF CUST-ENTRY-COUNT < 200
                               ADD 1 TO CUST-ENTRY-COUNT
                               MOVE CU-CUSTOMER-ID TO
                                   CT-CUSTOMER-ID(CUST-ENTRY-COUNT)
                               MOVE CU-NAME TO
                                   CT-NAME(CUST-ENTRY-COUNT)
                               MOVE CU-COST-CENTRE TO
                                   CT-COST-CENTRE(CUST-ENTRY-COUNT)
                               MOVE CU-CONTACT-NAME TO
                                   CT-CONTACT-NAME(CUST-ENTRY-COUNT)
                               MOVE CU-CONTACT-EMAIL TO
                                   CT-CONTACT-EMAIL(CUST-ENTRY-COUNT)
                               MOVE 0 TO CS-VHOSTS(CUST-ENTRY-COUNT)
                               MOVE 0 TO CS-AMOUNT(CUST-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY "Loaded " CUST-ENTRY-COUNT " customer(s) from "
               FUNCTION TRIM(CUSTOMER-FILE-PATH).
      *****************************************************************
      * WALK THE MONTH'S CHARGEBACK EXTRACT, PRICING EACH LINE        *
      *****************************************************************
       PRICE-CHARGEBACK-EXTRACT.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOTAL-VHOST-MONTH
           CLOSE CHARGEBACK-FILE
           OPEN INPUT CHARGEBACK-FILE
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "Error reopening chargeback extract: "
                   FUNCTION TRIM(CHARGEBACK-PATH)
                   " status " WS-CHARGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INVOICE-PATH
           STRING "invoice-" WS-BILLING-MONTH ".txt"
               DELIMITED BY SIZE
           DISPLAY "================================================="
           DISPLAY "INVOICECALC - " WS-BILLING-MONTH
           DISPLAY "================================================="
           MOVE HIGH-VALUES TO WS-PREV-CUSTOMER
           PERFORM UNTIL WS-CHARGE-STATUS = "10"
               READ CHARGEBACK-FILE INTO CHARGEBACK-RECORD
                   AT END
                       PERFORM PRICE-ONE-VHOST-LINE
               END-READ
           END-PERFORM
           PERFORM PRINT-CUSTOMER-SUBTOTAL
           CLOSE CHARGEBACK-FILE
           CLOSE INVOICE-FILE
           MOVE WS-TOTAL-AMOUNT TO WS-TOTAL-DISP
                   " vhost(s) WITHOUT a rate card entry - see the"
                   " EXCEPTION lines above"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-NO-CUST-COUNT > 0
               DISPLAY "INVOICECALC: " WS-NO-CUST-COUNT
                   " vhost line(s) WITHOUT a customer - priced but"
                   " on no customer invoice"
               MOVE 4 TO RETURN-CODE
           END-IF.
      *****************************************************************
      * FIRST PASS OVER THE EXTRACT -- VHOSTBILL WRITES ONE LINE PER  *
      * VHOST AND CUSTOMER, SO A VHOST REASSIGNED DURING THE MONTH    *
      * HAS A LINE FOR EACH CUSTOMER. ADD UP EACH RATED VHOST'S BYTES *
      * AND LINES SO IT CAN BE PRICED ON THE WHOLE MONTH              *
      *****************************************************************
       TOTAL-VHOST-MONTH.
           PERFORM UNTIL WS-CHARGE-STATUS = "10"
               READ CHARGEBACK-FILE INTO CHARGEBACK-RECORD
                   AT END
                       MOVE "10" TO WS-CHARGE-STATUS
                   NOT AT END
                       PERFORM SPLIT-CHARGEBACK-LINE
                       IF CB-VHOST NOT = SPACES
                           PERFORM FIND-RATE-CARD-ENTRY
                           IF WS-RATE-IDX > 0
                               MOVE FUNCTION NUMVAL(CB-BYTES-STR)
                                   TO CB-BYTES
                               ADD CB-BYTES
                                   TO RT-MONTH-BYTES(WS-RATE-IDX)
                               ADD 1 TO RT-LINE-COUNT(WS-RATE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *****************************************************************
      * SPLIT ONE "MONTH;VHOST;HITS;BYTES;ERRORS;CUSTOMER" LINE       *
      *****************************************************************
       SPLIT-CHARGEBACK-LINE.
           MOVE SPACES TO CB-MONTH CB-VHOST CB-HITS-STR
               CB-BYTES-STR CB-ERRORS-STR
           MOVE SPACES TO CB-CUSTOMER-ID
           UNSTRING CHARGEBACK-RECORD DELIMITED BY ";"
               INTO CB-MONTH CB-VHOST CB-HITS-STR
                   CB-BYTES-STR CB-ERRORS-STR CB-CUSTOMER-ID
           END-UNSTRING.
      *****************************************************************
      * PRICE ONE "MONTH;VHOST;HITS;BYTES;ERRORS" EXTRACT LINE        *
      *****************************************************************
       PRICE-ONE-VHOST-LINE.
           PERFORM SPLIT-CHARGEBACK-LINE
           IF CB-VHOST = SPACES
               CONTINUE
           ELSE
      *        VHOSTBILL WRITES THE EXTRACT GROUPED BY CUSTOMER, SO A  *
      *        CHANGE OF CUSTOMER CLOSES THE PREVIOUS GROUP            *
               IF CB-CUSTOMER-ID NOT = WS-PREV-CUSTOMER
                   PERFORM PRINT-CUSTOMER-SUBTOTAL
                   MOVE CB-CUSTOMER-ID TO WS-PREV-CUSTOMER
                   PERFORM PRINT-CUSTOMER-HEADING
               END-IF
               MOVE FUNCTION NUMVAL(CB-HITS-STR) TO CB-HITS
               MOVE FUNCTION NUMVAL(CB-BYTES-STR) TO CB-BYTES
               PERFORM FIND-RATE-CARD-ENTRY
               ELSE
                   PERFORM COMPUTE-INVOICE-AMOUNT
                   PERFORM WRITE-INVOICE-LINE
                   ADD WS-FINAL-AMOUNT TO WS-SUBTOTAL
                   IF WS-CUST-IDX > 0
                       ADD 1 TO CS-VHOSTS(WS-CUST-IDX)
                       ADD WS-FINAL-AMOUNT TO CS-AMOUNT(WS-CUST-IDX)
                   ELSE
                       ADD 1 TO WS-NO-CUST-COUNT
                       DISPLAY "EXCEPTION: vhost "
                           FUNCTION TRIM(CB-VHOST)
                           " priced but has no customer to invoice"
                   END-IF
               END-IF
           END-IF.
      *****************************************************************
      * START A CUSTOMER GROUP WITH THE CUSTOMER'S BILLING DETAILS,   *
      * LEAVING WS-CUST-IDX ON ITS CUSTOMER MASTER ENTRY (ZERO WHEN   *
      * THE LINES HAVE NO CUSTOMER OR AN UNKNOWN ONE)                 *
      *****************************************************************
       PRINT-CUSTOMER-HEADING.
           MOVE 0 TO WS-SUBTOTAL
           MOVE 0 TO WS-CUST-IDX
           IF WS-PREV-CUSTOMER NOT = SPACES
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > CUST-ENTRY-COUNT
                       OR WS-CUST-IDX > 0
                   IF CT-CUSTOMER-ID(WS-SUB) = WS-PREV-CUSTOMER
                       MOVE WS-SUB TO WS-CUST-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PREV-CUSTOMER = SPACES
               DISPLAY "NO CUSTOMER ASSIGNED"
           ELSE
               IF WS-CUST-IDX = 0
                   DISPLAY "CUSTOMER " WS-PREV-CUSTOMER
                       " (not in the customer master)"
               ELSE
                   DISPLAY "CUSTOMER " WS-PREV-CUSTOMER " "
                       FUNCTION TRIM(CT-NAME(WS-CUST-IDX))
                       "  cost centre "
                       FUNCTION TRIM(CT-COST-CENTRE(WS-CUST-IDX))
               END-IF
           END-IF.
      *****************************************************************
      * CLOSE THE CURRENT CUSTOMER GROUP WITH ITS SUBTOTAL            *
      *****************************************************************
       PRINT-CUSTOMER-SUBTOTAL.
           IF WS-PREV-CUSTOMER NOT = HIGH-VALUES
               MOVE WS-SUBTOTAL TO WS-TOTAL-DISP
               DISPLAY "  customer subtotal "
                   FUNCTION TRIM(WS-TOTAL-DISP)
               DISPLAY "-----------------------------------------"
           END-IF.
      *****************************************************************
      * WRITE ONE INVOICE LINE PER CUSTOMER BILLED THIS MONTH --      *
      * "MONTH;ID;NAME;COST-CENTRE;CONTACT;E-MAIL;VHOSTS;AMOUNT"      *
      *****************************************************************
       WRITE-CUSTOMER-INVOICES.
           MOVE SPACES TO CUST-INVOICE-PATH
           STRING "invoice-customer-" WS-BILLING-MONTH ".txt"
               DELIMITED BY SIZE
               INTO CUST-INVOICE-PATH
           END-STRING
           OPEN OUTPUT CUST-INVOICE-FILE
           IF WS-CINV-STATUS NOT = "00"
               DISPLAY "Error opening customer invoice file: "
                   FUNCTION TRIM(CUST-INVOICE-PATH)
                   " status " WS-CINV-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > CUST-ENTRY-COUNT
               IF CS-VHOSTS(WS-SUB) > 0
                   MOVE CS-AMOUNT(WS-SUB) TO WS-TOTAL-DISP
                   MOVE SPACES TO CUST-INVOICE-RECORD
                   STRING
                       WS-BILLING-MONTH           DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       FUNCTION TRIM(CT-CUSTOMER-ID(WS-SUB))
                                                  DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       FUNCTION TRIM(CT-NAME(WS-SUB))
                                                  DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       FUNCTION TRIM(CT-COST-CENTRE(WS-SUB))
                                                  DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       FUNCTION TRIM(CT-CONTACT-NAME(WS-SUB))
                                                  DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       FUNCTION TRIM(CT-CONTACT-EMAIL(WS-SUB))
                                                  DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       CS-VHOSTS(WS-SUB)          DELIMITED BY SIZE
                       ";"                        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TOTAL-DISP)
                                                  DELIMITED BY SIZE
                       INTO CUST-INVOICE-RECORD
                   END-STRING
                   WRITE CUST-INVOICE-RECORD
                   ADD 1 TO WS-CUST-INV-COUNT
               END-IF
           END-PERFORM
           CLOSE CUST-INVOICE-FILE
           DISPLAY "INVOICECALC: " WS-CUST-INV-COUNT
               " customer invoice(s) written to "
               FUNCTION TRIM(CUST-INVOICE-PATH).
      *****************************************************************
      * LOOK THE VHOST UP IN THE RATE CARD                            *
      *****************************************************************
       FIND-RATE-CARD-ENTRY.
      *****************************************************************
      * THE PRICING ARITHMETIC -- GB USED, MINUS THE INCLUDED         *
      * ALLOWANCE, TIMES THE PRICE PER GB, FLOORED AT THE MONTHLY     *
      * MINIMUM. A VHOST WITH MORE THAN ONE LINE IS PRICED ON ITS     *
      * WHOLE MONTH AND THIS LINE BILLED ITS SHARE                    *
      *****************************************************************
       COMPUTE-INVOICE-AMOUNT.
           IF RT-LINE-COUNT(WS-RATE-IDX) > 1
               MOVE RT-MONTH-BYTES(WS-RATE-IDX) TO WS-PRICED-BYTES
           ELSE
               MOVE CB-BYTES TO WS-PRICED-BYTES
           END-IF
           COMPUTE WS-USED-GB ROUNDED = WS-PRICED-BYTES / 1000000000
           IF WS-USED-GB > RT-INCL-GB(WS-RATE-IDX)
               COMPUTE WS-BILLABLE-GB =
                   WS-USED-GB - RT-INCL-GB(WS-RATE-IDX)
               MOVE WS-USAGE-AMOUNT TO WS-FINAL-AMOUNT
               MOVE 'N' TO WS-MIN-APPLIED
           END-IF
           MOVE WS-FINAL-AMOUNT TO WS-VHOST-AMOUNT
           MOVE 'N' TO WS-SPLIT-APPLIED
           IF RT-LINE-COUNT(WS-RATE-IDX) > 1
               PERFORM SPLIT-VHOST-AMOUNT
           END-IF
           ADD WS-FINAL-AMOUNT TO WS-TOTAL-AMOUNT.
      *****************************************************************
      * BILL THIS LINE ITS SHARE OF THE VHOST'S CHARGE BY BYTES       *
      * (EVENLY WHEN THE VHOST SERVED NOTHING). SHARES ARE TRUNCATED  *
      * AND THE VHOST'S LAST LINE TAKES WHAT IS LEFT, SO THE SHARES   *
      * ADD UP TO EXACTLY ONE CHARGE                                  *
      *****************************************************************
       SPLIT-VHOST-AMOUNT.
           MOVE 'Y' TO WS-SPLIT-APPLIED
           ADD 1 TO RT-LINES-PRICED(WS-RATE-IDX)
           IF RT-LINES-PRICED(WS-RATE-IDX) >= RT-LINE-COUNT(WS-RATE-IDX)
               COMPUTE WS-FINAL-AMOUNT =
                   WS-VHOST-AMOUNT - RT-BILLED-AMOUNT(WS-RATE-IDX)
           ELSE
               IF RT-MONTH-BYTES(WS-RATE-IDX) > 0
                   COMPUTE WS-FINAL-AMOUNT =
                       WS-VHOST-AMOUNT * CB-BYTES /
                       RT-MONTH-BYTES(WS-RATE-IDX)
               ELSE
                   COMPUTE WS-FINAL-AMOUNT =
                       WS-VHOST-AMOUNT / RT-LINE-COUNT(WS-RATE-IDX)
               END-IF
           END-IF
           ADD WS-FINAL-AMOUNT TO RT-BILLED-AMOUNT(WS-RATE-IDX).
      *****************************************************************
      * WRITE THE PRICED LINE AND ECHO THE ARITHMETIC TO THE CONSOLE  *
      *****************************************************************
       WRITE-INVOICE-LINE.
           MOVE RT-PRICE-GB(WS-RATE-IDX) TO WS-PRICE-DISP
           MOVE WS-USAGE-AMOUNT TO WS-AMOUNT-DISP
           MOVE WS-FINAL-AMOUNT TO WS-FINAL-DISP
           MOVE WS-VHOST-AMOUNT TO WS-VHOST-DISP
           MOVE SPACES TO INVOICE-RECORD
           STRING
               WS-BILLING-MONTH                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-PRICE-DISP)       DELIMITED BY SIZE
               ";"                                DELIMITED BY SIZE
               FUNCTION TRIM(WS-FINAL-DISP)       DELIMITED BY SIZE
               ";"                                DELIMITED BY SIZE
               CB-CUSTOMER-ID                     DELIMITED BY SPACE
               INTO INVOICE-RECORD
           END-STRING
      *    A SPLIT LINE'S GB COLUMNS ARE THE VHOST'S WHOLE MONTH AND  *
      *    ITS AMOUNT IS THIS CUSTOMER'S SHARE                        *
           IF WS-SPLIT-APPLIED = 'Y'
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INVOICE-RECORD
                   TRAILING)) TO WS-SUB
               MOVE ";SPLIT" TO INVOICE-RECORD(WS-SUB + 1:6)
           END-IF
           WRITE INVOICE-RECORD
           ADD 1 TO WS-INVOICE-COUNT
           IF WS-SPLIT-APPLIED = 'Y'
               MOVE RT-MONTH-BYTES(WS-RATE-IDX) TO WS-BYTES-DISP
               DISPLAY "  " CB-VHOST(1:30) " SPLIT VHOST - "
                   FUNCTION TRIM(CB-BYTES-STR) " of "
                   FUNCTION TRIM(WS-BYTES-DISP) " bytes this month, "
                   "priced on the whole month"
           END-IF
           DISPLAY "  " CB-VHOST(1:30) " used "
               FUNCTION TRIM(WS-GB-DISP) " GB - incl "
               RT-INCL-GB(WS-RATE-IDX) " GB = "
           IF WS-MIN-APPLIED = 'Y'
               DISPLAY "    monthly minimum "
                   RT-MIN-CHARGE(WS-RATE-IDX) " applied - billed "
                   FUNCTION TRIM(WS-VHOST-DISP)
           ELSE
               DISPLAY "    billed " FUNCTION TRIM(WS-VHOST-DISP)
           END-IF
           IF WS-SPLIT-APPLIED = 'Y'
               DISPLAY "    this customer's share "
                   FUNCTION TRIM(WS-FINAL-DISP)
           END-IF.
      *****************************************************************
      * TERMINATE PROGRAM                                             *
