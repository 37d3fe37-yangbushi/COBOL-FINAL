               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLK-KEY
               FILE STATUS IS KEYED-LOG-STATUS.
           SELECT SALES-ORDER-FILE
               ASSIGN TO "D:\COBOL\SALESORD.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               ALTERNATE RECORD KEY IS SO-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS SALES-ORDER-STATUS.
           SELECT INVENT-FILE
               ASSIGN TO "D:\COBOL\INVENT6.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-CUSTOMER-CODE
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT SHIP-TO-FILE
               ASSIGN TO "D:\COBOL\SHIPTO.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS SHIP-TO-FILE-STATUS.
           SELECT CUST-PART-FILE
               ASSIGN TO "D:\COBOL\CUSTPART.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               ALTERNATE RECORD KEY IS CP-PART-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS CUST-PART-STATUS.
           SELECT OPEN-INVOICE-FILE
               ASSIGN TO "D:\COBOL\OPENINV.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-KEY
               FILE STATUS IS OPEN-INVOICE-STATUS.
           SELECT INVOICE-LINE-FILE
               ASSIGN TO "D:\COBOL\INVLINE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IL-KEY
               FILE STATUS IS INVOICE-LINE-STATUS.
           SELECT FREIGHT-CHARGE-FILE
               ASSIGN TO "D:\COBOL\FRTCHG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-PACK-NUMBER
               FILE STATUS IS FREIGHT-CHARGE-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO "D:\COBOL\LOANREG.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUMBER
               ALTERNATE RECORD KEY IS LN-SERIAL-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.
           SELECT TAX-RATE-FILE
               ASSIGN TO "D:\COBOL\TAXRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TR-TAX-CODE
               FILE STATUS IS TAX-RATE-STATUS.
           SELECT TAX-LOG-FILE
               ASSIGN TO "D:\COBOL\TAXLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LOG-STATUS.
           SELECT GL-MAP-FILE
               ASSIGN TO "D:\COBOL\GLMAP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-KEY
               FILE STATUS IS GL-MAP-STATUS.
           SELECT JOURNAL-FILE-OUT
               ASSIGN TO JOURNAL-FILE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-BILLING-FILE
               ASSIGN TO "D:\COBOL\PENDBILL.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS PENDING-BILLING-STATUS.
           SELECT INVOICE-NUMBER-FILE
               ASSIGN TO "D:\COBOL\INVNUM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TRANS-LOG-KEYED-FILE.
           COPY "D:\COBOL\TRANS_LOG_KEYED_RECORD.cpy".

       FD  SALES-ORDER-FILE.
           COPY "D:\COBOL\SALES_ORDER_RECORD.cpy".

       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  CUSTOMER-FILE.
           COPY "D:\COBOL\CUSTOMER_RECORD.cpy".

       FD  SHIP-TO-FILE.
           COPY "D:\COBOL\SHIP_TO_RECORD.cpy".

       FD  CUST-PART-FILE.
           COPY "D:\COBOL\CUSTOMER_PART_RECORD.cpy".

       FD  OPEN-INVOICE-FILE.
           COPY "D:\COBOL\OPEN_INVOICE_RECORD.cpy".

       FD  INVOICE-LINE-FILE.
           COPY "D:\COBOL\INVOICE_LINE_RECORD.cpy".

       FD  FREIGHT-CHARGE-FILE.
           COPY "D:\COBOL\FREIGHT_CHARGE_RECORD.cpy".

       FD  LOAN-FILE.
           COPY "D:\COBOL\LOAN_RECORD.cpy".

       FD  TAX-RATE-FILE.
           COPY "D:\COBOL\TAX_RATE_RECORD.cpy".

       FD  TAX-LOG-FILE.
           COPY "D:\COBOL\TAX_LOG_RECORD.cpy".

       FD  GL-MAP-FILE.
           COPY "D:\COBOL\GL_MAP_RECORD.cpy".

       FD  PENDING-BILLING-FILE.
           COPY "D:\COBOL\PENDING_BILLING_RECORD.cpy".

      *==============================================================
      * The day's freight billing journal: receivable debited,
      * freight revenue and the tax on it credited.
      *==============================================================
       FD  JOURNAL-FILE-OUT.
       01  JOURNAL-RECORD-OUT   PIC X(80).

      *==============================================================
      * Holds the last invoice number handed out, so the numbers
      * keep climbing across runs -- same arrangement as the RMA
       WORKING-STORAGE SECTION.
       01 KEYED-LOG-STATUS      PIC X(2)  VALUE SPACES.
       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 SALES-ORDER-STATUS    PIC X(2)  VALUE SPACES.
       01 ORDER-FILE-OPEN-WS    PIC X(3)  VALUE "NO".
       01 BILL-ORDER-PRICED-WS  PIC X(3)  VALUE "NO".
       01 CUSTOMER-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01 SHIP-TO-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 BILL-SHIP-TO-WS       PIC X(4)  VALUE SPACES.
       01 CUST-PART-STATUS      PIC X(2)  VALUE SPACES.
       01 CPX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 CPX-FOUND-WS          PIC X(3)  VALUE "NO".
       01 EOF-CPX-WS            PIC X(3)  VALUE SPACES.
       01 BILL-CUSTOMER-WS      PIC X(5)  VALUE SPACES.
       01 BL-PART-NUMBER-WS     PIC X(7)  VALUE SPACES.
       01 BL-TRANS-CODE-WS      PIC X(1)  VALUE SPACES.
       01 OPEN-INVOICE-STATUS   PIC X(2)  VALUE SPACES.
       01 INVOICE-LINE-STATUS   PIC X(2)  VALUE SPACES.
       01 BILL-REP-WS           PIC X(3)  VALUE SPACES.
       01 LINE-COST-WS          PIC 9(4)V99 VALUE ZERO.
       01 FREIGHT-CHARGE-STATUS PIC X(2)  VALUE SPACES.
       01 FREIGHT-FILE-OPEN-WS  PIC X(3)  VALUE "NO".
       01 EOF-FREIGHT-WS        PIC X(3)  VALUE SPACES.
       01 LOAN-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01 LOAN-FILE-OPEN-WS     PIC X(3)  VALUE "NO".
       01 EOF-LOAN-WS           PIC X(3)  VALUE SPACES.
       01 RENTALS-BILLED-WS     PIC 9(6)  VALUE ZERO.
       01 TAX-RATE-STATUS       PIC X(2)  VALUE SPACES.
       01 TAX-FILE-OPEN-WS      PIC X(3)  VALUE "NO".
       01 TAX-LOG-STATUS        PIC X(2)  VALUE SPACES.
       01 GL-MAP-STATUS         PIC X(2)  VALUE SPACES.
       01 GLMAP-OPEN-WS         PIC X(3)  VALUE "NO".
       01 INVOICE-NUMBER-STATUS PIC X(2)  VALUE SPACES.
       01 BUSINESS-DATE-STATUS  PIC X(2)  VALUE SPACES.
       01 CATALOG-STATUS        PIC X(2)  VALUE SPACES.
       01 PENDING-BILLING-STATUS PIC X(2) VALUE SPACES.
       01 EOF-PENDING-WS        PIC X(3)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-LOG-WS            PIC X(3)  VALUE SPACES.

       01 LINE-PRICE-WS         PIC 9(4)V99 VALUE ZERO.
       01 SALES-SEEN-WS         PIC 9(6)  VALUE ZERO.
       01 NO-CUSTOMER-WS        PIC 9(6)  VALUE ZERO.
       01 COUNTER-PAID-WS       PIC 9(6)  VALUE ZERO.
       01 INVOICES-WRITTEN-WS   PIC 9(6)  VALUE ZERO.
       01 FREIGHT-BILLED-WS     PIC 9(6)  VALUE ZERO.

      *==============================================================
      * Weekly, semi-monthly and monthly accounts are invoiced on
      * the last working day of their cycle: a line is billed
      * when the next working day after the invoice date falls in
      * a later cycle than the day it was delivered -- a cycle
      * whose closing run was missed is billed on the next run.
      * Until then the priced line is held in the pending-billing
      * file.  A week runs Monday to Sunday; the semi-monthly
      * cycles end on the 15th and at month end.
      *==============================================================
       01 NEXT-WORKDAY-WS       PIC 9(8)  VALUE ZERO.
       01 PERIOD-DATE-WS        PIC 9(8)  VALUE ZERO.
       01 PERIOD-DATE-PARTS-WS REDEFINES PERIOD-DATE-WS.
           05 PD-YEAR-MONTH     PIC 9(6).
           05 PD-DAY            PIC 9(2).
       01 PERIOD-NUMBER-WS      PIC 9(8)  VALUE ZERO.
       01 DELIVERY-PERIOD-WS    PIC 9(8)  VALUE ZERO.
       01 CYCLE-DUE-WS          PIC X(3)  VALUE "YES".
       01 ITEMIZE-DELIVERIES-WS PIC X(3)  VALUE "NO".
       01 LAST-DELIVERY-WS      PIC 9(8)  VALUE ZERO.
       01 HELD-FOR-CYCLE-WS     PIC 9(6)  VALUE ZERO.
       01 RELEASED-HELD-WS      PIC 9(6)  VALUE ZERO.
           COPY "D:\COBOL\WORKDAY_PARMS.cpy".

      *==============================================================
      * An exempt or resale account is billed tax at the standard
      * rate on any sale made when it had no certificate of that
      * kind in force on the invoice date.  The line is flagged and
      * the tax billed under the goods.  The last customer checked
      * is kept so each account is looked up once a run.
      *==============================================================
       01 STANDARD-TAX-RATE-WS  PIC 9(2)V999 VALUE ZERO.
       01 GOODS-TAX-WS          PIC 9(6)V99 VALUE ZERO.
       01 CERT-CUSTOMER-WS      PIC X(5)  VALUE SPACES.
       01 CERT-LAPSED-WS        PIC X(3)  VALUE "NO".
       01 UNCERTIFIED-LINES-WS  PIC 9(6)  VALUE ZERO.
           COPY "D:\COBOL\CERT_PARMS.cpy".

      *==============================================================
      * Freight and handling are billed as non-inventory lines,
      * taxed only where the delivery jurisdiction taxes freight,
      * and journalled to their own revenue account.  The compiled
      * accounts stand in when the mapping file was never built.
      *==============================================================
       01 FREIGHT-TAX-CODE-WS   PIC X(3)  VALUE SPACES.
       01 FREIGHT-TAX-RATE-WS   PIC 9(2)V999 VALUE ZERO.
       01 FREIGHT-VALUE-WS      PIC 9(6)V99 VALUE ZERO.
       01 FREIGHT-TAX-WS        PIC 9(6)V99 VALUE ZERO.
       01 GL-RECEIVABLE-ACCT-WS PIC X(6)  VALUE "120000".
       01 GL-FREIGHT-REV-ACCT-WS PIC X(6) VALUE "410000".
       01 GL-TAX-PAYABLE-ACCT-WS PIC X(6) VALUE "220000".
       01 GL-RENTAL-REV-ACCT-WS PIC X(6)  VALUE "415000".
       01 ROLE-CODE-WS          PIC X(3)  VALUE SPACES.
       01 RESOLVED-ACCT-WS      PIC X(6)  VALUE SPACES.
       01 MAP-MISS-COUNT-WS     PIC 9(4)  VALUE ZERO.
       01 JOURNAL-AMOUNT-WS     PIC 9(8)V99 VALUE ZERO.
       01 TOTAL-DEBITS-WS       PIC 9(10)V99 VALUE ZERO.
       01 TOTAL-CREDITS-WS      PIC 9(10)V99 VALUE ZERO.
       01 JOURNAL-FILE-NAME-WS  PIC X(40) VALUE SPACES.
           COPY "D:\COBOL\PRICE_CALC_PARMS.cpy".

       01 CURRENT-DATE-TIME-WS.
           05 CDT-DATE          PIC 9(8).
      * The day's billable lines grouped per customer: each
      * customer seen gets a row, and each of their sales a line
      * under it, so one invoice per customer comes out of one
      * pass over the keyed log.  Goods that went to different
      * sites of the same account are separate rows -- one
      * invoice per site, each billed to the head office.  A line
      * held for a billing cycle carries its pending-billing key,
      * so it is taken off the pending file once invoiced.
      *==============================================================
       01 BILLING-TABLE-WS.
           05 BILL-CUSTOMER-COUNT-WS PIC 9(2) VALUE ZERO.
           05 BILL-CUST-SUB     PIC 9(2)  VALUE ZERO.
           05 BILL-LINE-SUB     PIC 9(3)  VALUE ZERO.
           05 BILL-FOUND-FLAG   PIC X(3)  VALUE "NO".
           05 BILL-CUSTOMER-ITEM OCCURS 50 TIMES.
               10 BC-CUSTOMER-CODE PIC X(5)  VALUE SPACES.
               10 BC-SHIP-TO-CODE  PIC X(4)  VALUE SPACES.
               10 BC-LINE-COUNT    PIC 9(2)  VALUE ZERO.
               10 BC-INVOICE-TOTAL PIC S9(8)V99 VALUE ZERO.
               10 BC-FREIGHT-TOTAL PIC 9(7)V99 VALUE ZERO.
               10 BC-FREIGHT-TAX   PIC 9(7)V99 VALUE ZERO.
               10 BC-RENTAL-TOTAL  PIC 9(7)V99 VALUE ZERO.
               10 BC-GOODS-TAX     PIC 9(7)V99 VALUE ZERO.
               10 BC-LINE-ITEM OCCURS 99 TIMES.
                   15 BL-PART-NUMBER PIC X(7)  VALUE SPACES.
                   15 BL-TRANS-CODE  PIC X(1)  VALUE SPACES.
                   15 BL-QTY         PIC 9(7)V99 VALUE ZERO.
                   15 BL-UNIT-PRICE  PIC 9(4)V99 VALUE ZERO.
                   15 BL-LINE-VALUE  PIC 9(8)V99 VALUE ZERO.
                   15 BL-PRICE-RULE  PIC X(8)  VALUE SPACES.
                   15 BL-PACK-NUMBER PIC 9(6)  VALUE ZERO.
                   15 BL-REP-CODE    PIC X(3)  VALUE SPACES.
                   15 BL-UNIT-COST   PIC 9(4)V99 VALUE ZERO.
                   15 BL-LOAN-NUMBER PIC 9(6)  VALUE ZERO.
                   15 BL-TAX-FLAG    PIC X(1)  VALUE SPACES.
                   15 BL-DELIVERY-DATE PIC 9(8) VALUE ZERO.
                   15 BL-HELD-KEY    PIC X(33) VALUE SPACES.

       01 INVOICE-FILE-NAME-WS  PIC X(40) VALUE SPACES.

           05 IH-INVOICE-DATE-OUT PIC 9(8).

       01 INVOICE-HEADER-2-OUT.
           05 FILLER            PIC X(9)   VALUE "BILL TO".
           05 IH-CUSTOMER-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IH-CUSTOMER-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IH-CUSTOMER-ADDR-OUT PIC X(30).

       01 INVOICE-HEADER-3-OUT.
           05 FILLER            PIC X(9)   VALUE "SHIP TO".
           05 IH-SHIP-TO-CODE-OUT PIC X(5).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IH-SHIP-TO-NAME-OUT PIC X(20).
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 IH-SHIP-TO-ADDR-OUT PIC X(30).

       01 INVOICE-COLUMN-NAME.
           05 FILLER PIC X(9)  VALUE "PART NUM".
           05 FILLER PIC X(22) VALUE "PART NAME".
           05 FILLER PIC X(7)  VALUE "QTY".
           05 FILLER PIC X(10) VALUE "PRICE".
           05 FILLER PIC X(12) VALUE "EXTENDED".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "RULE".
           05 FILLER PIC X(3)  VALUE "REP".

       01 INVOICE-DETAIL-OUT.
           05 ID-PART-NUMBER-OUT PIC X(7)   VALUE SPACES.
           05 ID-EXTENDED-OUT    PIC ZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER             PIC X(1)   VALUE SPACES.
           05 ID-CREDIT-FLAG-OUT PIC X(2)   VALUE SPACES.
           05 FILLER             PIC X(1)   VALUE SPACES.
           05 ID-PRICE-RULE-OUT  PIC X(8)   VALUE SPACES.
           05 FILLER             PIC X(1)   VALUE SPACES.
           05 ID-REP-CODE-OUT    PIC X(3)   VALUE SPACES.

      *==============================================================
      * On a consolidated invoice each delivery is itemized under
      * the date it went out.
      *==============================================================
       01 INVOICE-DELIVERY-OUT.
           05 FILLER             PIC X(9)   VALUE "DELIVERY".
           05 IV-DELIVERY-DATE-OUT PIC 9(8).

      *==============================================================
      * Printed under a line the customer orders by a number of
      * their own, so their receiving can match it to the PO.
      *==============================================================
       01 INVOICE-CUST-PART-OUT.
           05 FILLER             PIC X(9)   VALUE SPACES.
           05 FILLER             PIC X(15)  VALUE "YOUR PART NO.".
           05 IC-CUST-PART-OUT   PIC X(15)  VALUE SPACES.

      *==============================================================
      * Printed under a sale taxed for want of a certificate, and
      * the tax on those sales above the total.
      *==============================================================
       01 INVOICE-TAX-FLAG-OUT.
           05 FILLER             PIC X(9)   VALUE SPACES.
           05 FILLER             PIC X(50)  VALUE
               "** TAXED AT STANDARD RATE - NO VALID CERTIFICATE".

       01 INVOICE-GOODS-TAX-OUT.
           05 FILLER             PIC X(34)  VALUE SPACES.
           05 FILLER             PIC X(10)  VALUE "SALES TAX".
           05 IG-GOODS-TAX-OUT   PIC -ZZZZZZ9.99.

       01 INVOICE-TOTAL-OUT.
           05 FILLER             PIC X(34)  VALUE SPACES.
           05 FILLER             PIC X(10)  VALUE "TOTAL DUE".
           05 IT-TOTAL-OUT       PIC -ZZZZZZ9.99.

       01 JOURNAL-COLUMN-NAME.
           05 FILLER PIC X(8)  VALUE "ACCOUNT".
           05 FILLER PIC X(4)  VALUE "D/C".
           05 FILLER PIC X(14) VALUE "AMOUNT".
           05 FILLER PIC X(9)  VALUE "INVOICE".
           05 FILLER PIC X(8)  VALUE "CUST".
           05 FILLER PIC X(8)  VALUE "DATE".

       01 JOURNAL-DETAIL-OUT.
           05 JD-ACCOUNT-OUT    PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-DRCR-OUT       PIC X(2)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 JD-AMOUNT-OUT     PIC ZZZZZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-INVOICE-OUT    PIC 9(6)   VALUE ZERO.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-CUSTOMER-OUT   PIC X(5)   VALUE SPACES.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JD-DATE-OUT       PIC X(8)   VALUE SPACES.

       01 JOURNAL-TOTALS-OUT.
           05 FILLER            PIC X(14)  VALUE "TOTAL DEBITS".
           05 JT-DEBITS-OUT     PIC Z(11)9.99.
           05 FILLER            PIC X(16)  VALUE "  TOTAL CREDITS".
           05 JT-CREDITS-OUT    PIC Z(11)9.99.
           05 FILLER            PIC X(3)   VALUE SPACES.
           05 JT-BALANCE-FLAG-OUT PIC X(14) VALUE SPACES.

       01 INVOICE-AUDIT-TRAIL-WS.
           05 FILLER PIC X(7)  VALUE "SALES:".
           05 AT-SALES-OUT      PIC ZZZZZ9.
           05 AT-INVOICES-OUT   PIC ZZZZZ9.
           05 FILLER PIC X(14) VALUE "  NO CUSTOMER:".
           05 AT-NO-CUST-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  FREIGHT:".
           05 AT-FREIGHT-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  RENTALS:".
           05 AT-RENTALS-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(10) VALUE "  COUNTER:".
           05 AT-COUNTER-OUT    PIC ZZZZZ9.
           05 FILLER PIC X(7)  VALUE "  HELD:".
           05 AT-HELD-OUT       PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE "  RELEASED:".
           05 AT-RELEASED-OUT   PIC ZZZZZ9.

      *==============================================================
      * The top level of the program.
           IF OPEN-ERROR-FLAG = "YES"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 260-GATHER-PENDING-BILLING
               PERFORM 210-GATHER-ONE-LOG-ENTRY
                   UNTIL EOF-LOG-WS = "YES"
               PERFORM 240-GATHER-FREIGHT-CHARGES
               PERFORM 250-GATHER-RENTAL-CHARGES
               PERFORM 230-WRITE-ALL-INVOICES
               PERFORM 202-TERM-INVOICING.
           EXIT PROGRAM.

      *==============================================================
      * Take the day, open the keyed log, the masters for pricing
      * and addressing, and the open-invoice register and pending
      * billing file -- created the first time this is run -- and
      * find the next working day, which decides which billing
      * cycles close today.
      *==============================================================
       200-INIT-INVOICING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME-WS.
           ACCEPT INVOICE-DATE-WS.
           IF INVOICE-DATE-WS = ZERO
               MOVE CDT-DATE TO INVOICE-DATE-WS.
           MOVE "A"             TO WD-FUNCTION.
           MOVE INVOICE-DATE-WS TO WD-DATE-1.
           MOVE 1               TO WD-DAYS.
           CALL ".\WORKDAYS" USING WORKDAY-PARMS.
           MOVE WD-DATE-2 TO NEXT-WORKDAY-WS.
           OPEN INPUT TRANS-LOG-KEYED-FILE.
           IF KEYED-LOG-STATUS NOT = "00"
               DISPLAY "INVOICE: BAD OPEN TRANSLOGK "
                   KEYED-LOG-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SALES-ORDER-FILE.
           IF SALES-ORDER-STATUS = "00"
               MOVE "YES" TO ORDER-FILE-OPEN-WS.
           OPEN INPUT INVENT-FILE.
           IF STATUS-FIELD NOT = "00"
               DISPLAY "INVOICE: BAD OPEN INVENT-FILE "
               DISPLAY "INVOICE: BAD OPEN CUSTOMER FILE "
                   CUSTOMER-FILE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN INPUT SHIP-TO-FILE.
           IF SHIP-TO-FILE-STATUS = "00"
               MOVE "YES" TO SHIP-TO-FILE-OPEN-WS.
           OPEN INPUT CUST-PART-FILE.
           IF CUST-PART-STATUS = "00"
               MOVE "YES" TO CPX-FILE-OPEN-WS.
           OPEN I-O OPEN-INVOICE-FILE.
           IF OPEN-INVOICE-STATUS = "35"
               OPEN OUTPUT OPEN-INVOICE-FILE
               DISPLAY "INVOICE: BAD OPEN OPENINV "
                   OPEN-INVOICE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS = "35"
               OPEN OUTPUT INVOICE-LINE-FILE
               CLOSE INVOICE-LINE-FILE
               OPEN I-O INVOICE-LINE-FILE.
           IF INVOICE-LINE-STATUS NOT = "00"
               DISPLAY "INVOICE: BAD OPEN INVLINE "
                   INVOICE-LINE-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O PENDING-BILLING-FILE.
           IF PENDING-BILLING-STATUS = "35"
               OPEN OUTPUT PENDING-BILLING-FILE
               CLOSE PENDING-BILLING-FILE
               OPEN I-O PENDING-BILLING-FILE.
           IF PENDING-BILLING-STATUS NOT = "00"
               DISPLAY "INVOICE: BAD OPEN PENDBILL "
                   PENDING-BILLING-STATUS
               MOVE "YES" TO OPEN-ERROR-FLAG.
           OPEN I-O FREIGHT-CHARGE-FILE.
           IF FREIGHT-CHARGE-STATUS = "00"
               MOVE "YES" TO FREIGHT-FILE-OPEN-WS.
           OPEN I-O LOAN-FILE.
           IF LOAN-FILE-STATUS = "00"
               MOVE "YES" TO LOAN-FILE-OPEN-WS.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-RATE-STATUS = "00"
               MOVE "YES" TO TAX-FILE-OPEN-WS
               MOVE "STD" TO TR-TAX-CODE
               READ TAX-RATE-FILE
                   NOT INVALID KEY
                       MOVE TR-RATE-PCT TO STANDARD-TAX-RATE-WS
               END-READ.
           OPEN EXTEND TAX-LOG-FILE.
           IF TAX-LOG-STATUS = "35"
               OPEN OUTPUT TAX-LOG-FILE.
           OPEN INPUT GL-MAP-FILE.
           IF GL-MAP-STATUS = "00"
               MOVE "YES" TO GLMAP-OPEN-WS.
           STRING "D:\COBOL\FRTJRNL_" DELIMITED BY SIZE
                  INVOICE-DATE-WS     DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
               INTO JOURNAL-FILE-NAME-WS.
           OPEN OUTPUT JOURNAL-FILE-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-COLUMN-NAME.
           PERFORM 340-READ-LAST-INVOICE-NUMBER.

      *==============================================================
      * Collect one keyed-log entry: an in-day sale carrying a
      * customer code is priced and grouped under its customer.
      * Walk-in sales with no customer are counted but not billed
      * -- there is nobody to send the paper to -- and so are
      * counter tickets (reason CTR), paid for at the counter.
      *==============================================================
       210-GATHER-ONE-LOG-ENTRY.
           READ TRANS-LOG-KEYED-FILE NEXT RECORD
                           TLK-TRANS-CODE = "C") AND
                           TLK-DATE = INVOICE-DATE-WS
                       ADD 1 TO SALES-SEEN-WS
                       EVALUATE TRUE
                           WHEN TLK-REASON-CODE = "CTR"
                               ADD 1 TO COUNTER-PAID-WS
                           WHEN TLK-CUSTOMER-CODE = SPACES
                               ADD 1 TO NO-CUSTOMER-WS
                           WHEN OTHER
                               PERFORM 220-GROUP-ONE-SALE
                       END-EVALUATE
                   END-IF
           END-READ.
           IF KEYED-LOG-STATUS NOT = "00" AND

      *==============================================================
      * Price one sale at the part's sell price (cost when no
      * sell price has been set), or at the customer's own price
      * -- the order's price, or a contract, break or discount
      * price in force on the invoice date -- and add it under
      * its customer and ship-to's row, adding the row the first
      * time the pair is seen.  A customer return goes on as a
      * credit line, netting against the day's charges.  The line
      * carries the rep the order was credited to -- the
      * account's own rep for a sale with no order -- and the
      * part's average cost, for the commission run.  A sale to
      * an account whose billing cycle is still open is held,
      * priced, on the pending-billing file instead, and so is one
      * there is no room left for on the invoice.
      *==============================================================
       220-GROUP-ONE-SALE.
           MOVE SPACES TO BILL-SHIP-TO-WS.
           MOVE SPACES TO BILL-REP-WS.
           MOVE ZERO   TO LINE-COST-WS.
           MOVE "NO"   TO CERT-LAPSED-WS.
           MOVE "YES"  TO CYCLE-DUE-WS.
           MOVE TLK-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CU-REP-CODE TO BILL-REP-WS
                   IF (CU-TAX-EXEMPT OR CU-TAX-RESALE)
                           AND TLK-TRANS-CODE = "S"
                       PERFORM 226-CHECK-TAX-CERTIFICATE
                   END-IF
                   MOVE INVOICE-DATE-WS TO PERIOD-DATE-WS
                   PERFORM 262-CHECK-CYCLE-DUE
           END-READ.
           MOVE TLK-PART-NUMBER TO PART-NUMBER.
           READ INVENT-FILE
               INVALID KEY
                   MOVE ZERO TO LINE-PRICE-WS
                   MOVE ZERO TO LINE-VALUE-WS
                   MOVE SPACES TO PR-PRICE-RULE
               NOT INVALID KEY
                   MOVE UNIT-PRICE TO LINE-COST-WS
                   MOVE TLK-TRANS-AMOUNT TO LINE-QTY-WS
                   IF SELL-PRICE = ZERO
                       MOVE UNIT-PRICE TO LINE-PRICE-WS
                   ELSE
                       MOVE SELL-PRICE TO LINE-PRICE-WS
                   END-IF
                   MOVE TLK-CUSTOMER-CODE TO PR-CUSTOMER-CODE
                   MOVE TLK-PART-NUMBER   TO PR-PART-NUMBER
                   MOVE LINE-QTY-WS       TO PR-QUANTITY
                   MOVE LINE-PRICE-WS     TO PR-LIST-PRICE
                   MOVE INVOICE-DATE-WS   TO PR-PRICE-DATE
                   PERFORM 225-PRICE-FROM-ORDER-OR-FILE
                   MOVE PR-RESOLVED-PRICE TO LINE-PRICE-WS
                   CALL ".\CALCULAT"
                       USING LINE-QTY-WS, LINE-PRICE-WS,
                           LINE-VALUE-WS
           END-READ.
           IF CYCLE-DUE-WS = "NO"
               PERFORM 264-HOLD-FOR-CYCLE
               EXIT PARAGRAPH.
           MOVE TLK-CUSTOMER-CODE TO BILL-CUSTOMER-WS.
           PERFORM 221-FIND-BILLING-ROW.
           IF BILL-FOUND-FLAG NOT = "YES"
               PERFORM 264-HOLD-FOR-CYCLE
               EXIT PARAGRAPH.
           IF BC-LINE-COUNT (BILL-CUST-SUB) < 99
               ADD 1 TO BC-LINE-COUNT (BILL-CUST-SUB)
               MOVE BC-LINE-COUNT (BILL-CUST-SUB) TO BILL-LINE-SUB
               MOVE TLK-PART-NUMBER TO
                   BL-UNIT-PRICE (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE LINE-VALUE-WS TO
                   BL-LINE-VALUE (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE PR-PRICE-RULE TO
                   BL-PRICE-RULE (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE ZERO TO
                   BL-PACK-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE ZERO TO
                   BL-LOAN-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE BILL-REP-WS TO
                   BL-REP-CODE (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE LINE-COST-WS TO
                   BL-UNIT-COST (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE SPACE TO
                   BL-TAX-FLAG (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE INVOICE-DATE-WS TO
                   BL-DELIVERY-DATE (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE SPACES TO
                   BL-HELD-KEY (BILL-CUST-SUB BILL-LINE-SUB)
               IF CERT-LAPSED-WS = "YES"
                   PERFORM 227-CHARGE-STANDARD-TAX
               END-IF
               IF TLK-TRANS-CODE = "C"
                   SUBTRACT LINE-VALUE-WS FROM
                       BC-INVOICE-TOTAL (BILL-CUST-SUB)
               END-IF
           ELSE
               DISPLAY "INVOICE: LINE TABLE FULL FOR "
                   TLK-CUSTOMER-CODE " - HELD FOR NEXT RUN"
               PERFORM 264-HOLD-FOR-CYCLE.

      *==============================================================
      * Find the billing row for the customer and ship-to, adding
      * it the first time the pair is seen.
      *==============================================================
       221-FIND-BILLING-ROW.
           MOVE "NO" TO BILL-FOUND-FLAG.
           PERFORM VARYING BILL-CUST-SUB FROM 1 BY 1
                   UNTIL BILL-CUST-SUB > BILL-CUSTOMER-COUNT-WS
                      OR BILL-FOUND-FLAG = "YES"
               IF BC-CUSTOMER-CODE (BILL-CUST-SUB) =
                       BILL-CUSTOMER-WS AND
                       BC-SHIP-TO-CODE (BILL-CUST-SUB) =
                       BILL-SHIP-TO-WS
                   MOVE "YES" TO BILL-FOUND-FLAG
                   SUBTRACT 1 FROM BILL-CUST-SUB
               END-IF
           END-PERFORM.
           IF BILL-FOUND-FLAG = "NO"
               IF BILL-CUSTOMER-COUNT-WS < 50
                   ADD 1 TO BILL-CUSTOMER-COUNT-WS
                   MOVE BILL-CUSTOMER-COUNT-WS TO BILL-CUST-SUB
                   MOVE BILL-CUSTOMER-WS TO
                       BC-CUSTOMER-CODE (BILL-CUST-SUB)
                   MOVE BILL-SHIP-TO-WS TO
                       BC-SHIP-TO-CODE (BILL-CUST-SUB)
                   MOVE "YES" TO BILL-FOUND-FLAG
               ELSE
                   DISPLAY "INVOICE: CUSTOMER TABLE FULL"
               END-IF
           END-IF.

      *==============================================================
      * A sale shipped against a sales order bills at the price
      * the order was taken at -- contract, break or quoted -- so
      * the customer pays what they were told, and the order's
      * ship-to says which site's invoice the line belongs on,
      * and the order's rep is the one credited with the sale.
      * Anything else is priced for the customer by PRICECAL.
      *==============================================================
       225-PRICE-FROM-ORDER-OR-FILE.
           MOVE "NO" TO BILL-ORDER-PRICED-WS.
           IF TLK-ORDER-NUMBER > ZERO AND ORDER-FILE-OPEN-WS = "YES"
               MOVE TLK-ORDER-NUMBER TO SO-ORDER-NUMBER
               MOVE TLK-PART-NUMBER  TO SO-PART-NUMBER
               READ SALES-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SO-SHIP-TO-CODE TO BILL-SHIP-TO-WS
                       IF SO-REP-CODE NOT = SPACES
                           MOVE SO-REP-CODE TO BILL-REP-WS
                       END-IF
                       IF SO-UNIT-PRICE > ZERO
                           MOVE SO-UNIT-PRICE TO PR-RESOLVED-PRICE
                           MOVE SO-PRICE-RULE TO PR-PRICE-RULE
                           MOVE "YES" TO BILL-ORDER-PRICED-WS
                       END-IF
               END-READ.
           IF BILL-ORDER-PRICED-WS = "NO"
               CALL ".\PRICECAL" USING PRICE-CALC-PARMS.

      *==============================================================
      * Whether the exempt or resale account just read has a
      * certificate of its kind in force on the invoice date.
      *==============================================================
       226-CHECK-TAX-CERTIFICATE.
           IF CU-CUSTOMER-CODE NOT = CERT-CUSTOMER-WS
               MOVE CU-CUSTOMER-CODE TO CERT-CUSTOMER-WS
               MOVE CU-CUSTOMER-CODE TO CX-CUSTOMER-CODE
               MOVE CU-TAX-CODE      TO CX-TAX-CODE
               MOVE INVOICE-DATE-WS  TO CX-AS-OF-DATE
               CALL ".\CERTCHK" USING CERT-PARMS.
           IF CX-NO-VALID-CERT
               MOVE "YES" TO CERT-LAPSED-WS.

      *==============================================================
      * Tax the line at the standard rate, flag it, and carry the
      * tax to the invoice.  The tax was logged under STD when the
      * sale was posted, so it is not logged again here.
      *==============================================================
       227-CHARGE-STANDARD-TAX.
           COMPUTE GOODS-TAX-WS ROUNDED =
               LINE-VALUE-WS * STANDARD-TAX-RATE-WS / 100.
           MOVE "Y" TO BL-TAX-FLAG (BILL-CUST-SUB BILL-LINE-SUB).
           ADD GOODS-TAX-WS TO BC-GOODS-TAX (BILL-CUST-SUB).
           ADD GOODS-TAX-WS TO BC-INVOICE-TOTAL (BILL-CUST-SUB).
           ADD 1 TO UNCERTIFIED-LINES-WS.

      *==============================================================
      * One invoice per customer gathered: assign the number,
      * write the formatted document, its lines and its register
      * record, and catalog the document for reprints.
      *==============================================================
       230-WRITE-ALL-INVOICES.
           PERFORM VARYING BILL-CUST-SUB FROM 1 BY 1
               TO IH-CUSTOMER-CODE-OUT.
           MOVE BC-CUSTOMER-CODE (BILL-CUST-SUB)
               TO CU-CUSTOMER-CODE.
           MOVE "NO" TO ITEMIZE-DELIVERIES-WS.
           MOVE ZERO TO LAST-DELIVERY-WS.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO IH-CUSTOMER-NAME-OUT
               NOT INVALID KEY
                   MOVE CU-CUSTOMER-NAME TO IH-CUSTOMER-NAME-OUT
                   MOVE CU-ADDRESS       TO IH-CUSTOMER-ADDR-OUT
                   IF NOT CU-BILL-DAILY
                       MOVE "YES" TO ITEMIZE-DELIVERIES-WS
                   END-IF
           END-READ.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-HEADER-2-OUT.
           PERFORM 235-FILL-SHIP-TO-HEADER.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-HEADER-3-OUT.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-COLUMN-NAME.
           PERFORM VARYING BILL-LINE-SUB FROM 1 BY 1
                   UNTIL BILL-LINE-SUB >
                       BC-LINE-COUNT (BILL-CUST-SUB)
               PERFORM 266-WRITE-DELIVERY-HEADING
               PERFORM 232-WRITE-INVOICE-LINE
               PERFORM 238-FILE-INVOICE-LINE
           END-PERFORM.
           IF BC-GOODS-TAX (BILL-CUST-SUB) > ZERO
               MOVE BC-GOODS-TAX (BILL-CUST-SUB) TO IG-GOODS-TAX-OUT
               WRITE INVOICE-RECORD-OUT FROM INVOICE-GOODS-TAX-OUT.
           MOVE BC-INVOICE-TOTAL (BILL-CUST-SUB) TO IT-TOTAL-OUT.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-TOTAL-OUT.
           CLOSE INVOICE-FILE-OUT.
           PERFORM 233-WRITE-REGISTER-RECORD.
           PERFORM 265-RELEASE-HELD-LINES.
           IF BC-FREIGHT-TOTAL (BILL-CUST-SUB) > ZERO
               PERFORM 236-MARK-FREIGHT-BILLED
               PERFORM 237-JOURNAL-FREIGHT.
           IF BC-RENTAL-TOTAL (BILL-CUST-SUB) > ZERO
               PERFORM 253-MARK-RENTAL-BILLED
               PERFORM 254-JOURNAL-RENTAL.
           IF BC-GOODS-TAX (BILL-CUST-SUB) > ZERO
               PERFORM 255-JOURNAL-GOODS-TAX.
           PERFORM 234-CATALOG-ONE-INVOICE.
           ADD 1 TO INVOICES-WRITTEN-WS.

      *==============================================================
      * The delivery address: the site the goods went to, or the
      * bill-to address again when they went to the account
      * itself.
      *==============================================================
       235-FILL-SHIP-TO-HEADER.
           MOVE IH-CUSTOMER-CODE-OUT TO IH-SHIP-TO-CODE-OUT.
           MOVE IH-CUSTOMER-NAME-OUT TO IH-SHIP-TO-NAME-OUT.
           MOVE IH-CUSTOMER-ADDR-OUT TO IH-SHIP-TO-ADDR-OUT.
           IF BC-SHIP-TO-CODE (BILL-CUST-SUB) = SPACES
               EXIT PARAGRAPH.
           MOVE BC-SHIP-TO-CODE (BILL-CUST-SUB)
               TO IH-SHIP-TO-CODE-OUT.
           IF SHIP-TO-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE BC-CUSTOMER-CODE (BILL-CUST-SUB)
               TO ST-CUSTOMER-CODE.
           MOVE BC-SHIP-TO-CODE (BILL-CUST-SUB)
               TO ST-SHIP-TO-CODE.
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE "(SITE NOT ON FILE)" TO IH-SHIP-TO-NAME-OUT
                   MOVE SPACES               TO IH-SHIP-TO-ADDR-OUT
               NOT INVALID KEY
                   MOVE ST-SHIP-TO-NAME TO IH-SHIP-TO-NAME-OUT
                   MOVE ST-ADDRESS      TO IH-SHIP-TO-ADDR-OUT
           END-READ.

      *==============================================================
      * Write one invoice line, with the part name looked up so
      * the customer isn't reading bare part numbers.
       232-WRITE-INVOICE-LINE.
           MOVE BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
               TO ID-PART-NUMBER-OUT.
           EVALUATE BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB)
               WHEN "F"
                   MOVE "FREIGHT CHARGE"  TO ID-PART-NAME-OUT
               WHEN "H"
                   MOVE "HANDLING CHARGE" TO ID-PART-NAME-OUT
               WHEN "T"
                   MOVE "TAX ON FREIGHT"  TO ID-PART-NAME-OUT
               WHEN OTHER
                   MOVE BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
                       TO PART-NUMBER
                   READ INVENT-FILE
                       INVALID KEY
                           MOVE "(DROPPED PART)" TO ID-PART-NAME-OUT
                       NOT INVALID KEY
                           MOVE PART-NAME TO ID-PART-NAME-OUT
                   END-READ
           END-EVALUATE.
           MOVE BL-QTY (BILL-CUST-SUB BILL-LINE-SUB)
               TO ID-QTY-OUT.
           MOVE BL-UNIT-PRICE (BILL-CUST-SUB BILL-LINE-SUB)
               MOVE "CR" TO ID-CREDIT-FLAG-OUT
           ELSE
               MOVE SPACES TO ID-CREDIT-FLAG-OUT.
           MOVE BL-PRICE-RULE (BILL-CUST-SUB BILL-LINE-SUB)
               TO ID-PRICE-RULE-OUT.
           MOVE BL-REP-CODE (BILL-CUST-SUB BILL-LINE-SUB)
               TO ID-REP-CODE-OUT.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-DETAIL-OUT.
           PERFORM 239-FIND-CUSTOMER-PART.
           IF CPX-FOUND-WS = "YES"
               MOVE CP-CUSTOMER-PART TO IC-CUST-PART-OUT
               WRITE INVOICE-RECORD-OUT FROM INVOICE-CUST-PART-OUT.
           IF BL-TAX-FLAG (BILL-CUST-SUB BILL-LINE-SUB) = "Y"
               WRITE INVOICE-RECORD-OUT FROM INVOICE-TAX-FLAG-OUT.

      *==============================================================
      * The customer's own number for an invoice line's part, if
      * they have one on the cross-reference.  Charge lines carry
      * no part and are passed by.
      *==============================================================
       239-FIND-CUSTOMER-PART.
           MOVE "NO" TO CPX-FOUND-WS.
           IF CPX-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           IF BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB) = "F"
                   OR BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB) = "H"
                   OR BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB) = "T"
               EXIT PARAGRAPH.
           MOVE SPACES TO EOF-CPX-WS.
           MOVE BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
               TO CP-PART-NUMBER.
           START CUST-PART-FILE KEY IS EQUAL TO CP-PART-NUMBER
               INVALID KEY MOVE "YES" TO EOF-CPX-WS.
           PERFORM UNTIL EOF-CPX-WS = "YES"
               READ CUST-PART-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CPX-WS
                   NOT AT END
                       IF CP-PART-NUMBER NOT =
                           BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
                           MOVE "YES" TO EOF-CPX-WS
                       ELSE
                           IF CP-CUSTOMER-CODE =
                                   BC-CUSTOMER-CODE (BILL-CUST-SUB)
                               MOVE "YES" TO CPX-FOUND-WS
                               MOVE "YES" TO EOF-CPX-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *==============================================================
      * The register record the receivables side runs from.  A
           MOVE BC-INVOICE-TOTAL (BILL-CUST-SUB)
               TO OI-INVOICE-AMOUNT.
           MOVE ZERO TO OI-PAID-AMOUNT.
           MOVE ZERO TO OI-ADJUSTED-AMOUNT.
           MOVE "O"  TO OI-STATUS.
           MOVE SPACE TO OI-ITEM-TYPE.
           MOVE SPACES TO OI-CLOSED-DATE.
           WRITE OPEN-INVOICE-RECORD
               INVALID KEY
                   DISPLAY "INVOICE: REGISTER WRITE FAILED "
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG-FILE.

      *==============================================================
      * Stamp the invoice number on every shipment whose freight
      * this invoice carried, so no later run bills it again.
      *==============================================================
       236-MARK-FREIGHT-BILLED.
           PERFORM VARYING BILL-LINE-SUB FROM 1 BY 1
                   UNTIL BILL-LINE-SUB >
                       BC-LINE-COUNT (BILL-CUST-SUB)
               IF BL-PACK-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
                       > ZERO
                   MOVE BL-PACK-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
                       TO FC-PACK-NUMBER
                   READ FREIGHT-CHARGE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LAST-INVOICE-NUMBER-WS
                               TO FC-INVOICE-NUMBER
                           REWRITE FREIGHT-CHARGE-RECORD
                   END-READ
               END-IF
           END-PERFORM.

      *==============================================================
      * Journal the invoice's freight: the receivable for the
      * whole charge, freight revenue for freight and handling,
      * and the tax collected on it to tax payable.
      *==============================================================
       237-JOURNAL-FREIGHT.
           MOVE LAST-INVOICE-NUMBER-WS TO JD-INVOICE-OUT.
           MOVE BC-CUSTOMER-CODE (BILL-CUST-SUB) TO JD-CUSTOMER-OUT.
           MOVE INVOICE-DATE-WS TO JD-DATE-OUT.
           MOVE "ARC" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           COMPUTE JOURNAL-AMOUNT-WS =
               BC-FREIGHT-TOTAL (BILL-CUST-SUB) +
               BC-FREIGHT-TAX (BILL-CUST-SUB).
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           MOVE JOURNAL-AMOUNT-WS TO JD-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD JOURNAL-AMOUNT-WS TO TOTAL-DEBITS-WS.
           MOVE "FRT" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           MOVE BC-FREIGHT-TOTAL (BILL-CUST-SUB) TO JD-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD BC-FREIGHT-TOTAL (BILL-CUST-SUB) TO TOTAL-CREDITS-WS.
           IF BC-FREIGHT-TAX (BILL-CUST-SUB) > ZERO
               MOVE "TXP" TO ROLE-CODE-WS
               PERFORM 330-RESOLVE-ROLE-ACCOUNT
               MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT
               MOVE "CR" TO JD-DRCR-OUT
               MOVE BC-FREIGHT-TAX (BILL-CUST-SUB) TO JD-AMOUNT-OUT
               WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT
               ADD BC-FREIGHT-TAX (BILL-CUST-SUB) TO TOTAL-CREDITS-WS.

      *==============================================================
      * Pick up every confirmed shipment's freight not yet billed
      * and shipped on or before the invoice date.  The charge
      * goes on the invoice for the customer and site it went to,
      * even on a day that customer bought nothing else -- or, for
      * an account on a billing cycle, on the cycle's invoice.
      *==============================================================
       240-GATHER-FREIGHT-CHARGES.
           IF FREIGHT-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE ZERO TO FC-PACK-NUMBER.
           START FREIGHT-CHARGE-FILE KEY IS NOT LESS THAN
                   FC-PACK-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE SPACES TO EOF-FREIGHT-WS.
           PERFORM 241-GATHER-ONE-FREIGHT-CHARGE
               UNTIL EOF-FREIGHT-WS = "YES".

       241-GATHER-ONE-FREIGHT-CHARGE.
           READ FREIGHT-CHARGE-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-FREIGHT-WS
                   EXIT PARAGRAPH
           END-READ.
           IF FC-INVOICE-NUMBER NOT = ZERO
                   OR FC-SHIP-DATE > INVOICE-DATE-WS
               EXIT PARAGRAPH.
           MOVE FC-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           MOVE FC-SHIP-DATE     TO PERIOD-DATE-WS.
           PERFORM 267-CHECK-ACCOUNT-CYCLE.
           IF CYCLE-DUE-WS = "NO"
               EXIT PARAGRAPH.
           MOVE FC-CUSTOMER-CODE TO BILL-CUSTOMER-WS.
           MOVE FC-SHIP-TO-CODE  TO BILL-SHIP-TO-WS.
           PERFORM 221-FIND-BILLING-ROW.
           IF BILL-FOUND-FLAG NOT = "YES"
               EXIT PARAGRAPH.
           IF BC-LINE-COUNT (BILL-CUST-SUB) > 96
               DISPLAY "INVOICE: NO ROOM FOR FREIGHT ON PACK "
                   FC-PACK-NUMBER " - LEFT FOR NEXT RUN"
               EXIT PARAGRAPH.
           PERFORM 242-SET-FREIGHT-TAX-RATE.
           IF FC-FREIGHT-BILLED > ZERO
               MOVE "F"       TO BL-TRANS-CODE-WS
               MOVE "FREIGHT" TO BL-PART-NUMBER-WS
               MOVE FC-FREIGHT-BILLED TO FREIGHT-VALUE-WS
               PERFORM 243-ADD-FREIGHT-LINE.
           IF FC-HANDLING-BILLED > ZERO
               MOVE "H"       TO BL-TRANS-CODE-WS
               MOVE "HANDLNG" TO BL-PART-NUMBER-WS
               MOVE FC-HANDLING-BILLED TO FREIGHT-VALUE-WS
               PERFORM 243-ADD-FREIGHT-LINE.
           COMPUTE FREIGHT-VALUE-WS =
               FC-FREIGHT-BILLED + FC-HANDLING-BILLED.
           COMPUTE FREIGHT-TAX-WS ROUNDED =
               FREIGHT-VALUE-WS * FREIGHT-TAX-RATE-WS / 100.
           IF FREIGHT-TAX-WS > ZERO
               MOVE "T"       TO BL-TRANS-CODE-WS
               MOVE "FRTTAX"  TO BL-PART-NUMBER-WS
               MOVE FREIGHT-TAX-WS TO FREIGHT-VALUE-WS
               PERFORM 243-ADD-FREIGHT-LINE
               ADD FREIGHT-TAX-WS TO BC-FREIGHT-TAX (BILL-CUST-SUB)
               COMPUTE FREIGHT-VALUE-WS =
                   FC-FREIGHT-BILLED + FC-HANDLING-BILLED.
           ADD FREIGHT-VALUE-WS TO BC-FREIGHT-TOTAL (BILL-CUST-SUB).
           PERFORM 244-LOG-FREIGHT-TAX.
           ADD 1 TO FREIGHT-BILLED-WS.

      *==============================================================
      * Freight is taxed under the code of the place it was
      * delivered to, and only where that jurisdiction taxes
      * freight at all.  An exempt or resale account pays none
      * while it has a certificate of its kind in force; without
      * one it is taxed as a standard account.
      *==============================================================
       242-SET-FREIGHT-TAX-RATE.
           MOVE SPACES TO FREIGHT-TAX-CODE-WS.
           MOVE FC-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CU-TAX-CODE
           END-READ.
           MOVE "NO" TO CERT-LAPSED-WS.
           IF CU-TAX-EXEMPT OR CU-TAX-RESALE
               PERFORM 226-CHECK-TAX-CERTIFICATE
               IF CERT-LAPSED-WS = "YES"
                   MOVE "STD" TO CU-TAX-CODE
               END-IF
           END-IF.
           MOVE CU-TAX-CODE TO FREIGHT-TAX-CODE-WS.
           IF FC-SHIP-TO-CODE NOT = SPACES
                   AND SHIP-TO-FILE-OPEN-WS = "YES"
                   AND NOT CU-TAX-EXEMPT AND NOT CU-TAX-RESALE
               MOVE FC-CUSTOMER-CODE TO ST-CUSTOMER-CODE
               MOVE FC-SHIP-TO-CODE  TO ST-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ST-TAX-CODE NOT = SPACES
                           MOVE ST-TAX-CODE TO FREIGHT-TAX-CODE-WS
                       END-IF
               END-READ
           END-IF.
           IF FREIGHT-TAX-CODE-WS = SPACES
               MOVE "STD" TO FREIGHT-TAX-CODE-WS.
           MOVE ZERO TO FREIGHT-TAX-RATE-WS.
           IF FREIGHT-TAX-CODE-WS NOT = "EXM"
                   AND FREIGHT-TAX-CODE-WS NOT = "RSL"
                   AND TAX-FILE-OPEN-WS = "YES"
               MOVE FREIGHT-TAX-CODE-WS TO TR-TAX-CODE
               READ TAX-RATE-FILE
                   INVALID KEY
                       MOVE ZERO TO FREIGHT-TAX-RATE-WS
                   NOT INVALID KEY
                       IF TR-TAXES-FREIGHT
                           MOVE TR-RATE-PCT TO FREIGHT-TAX-RATE-WS
                       END-IF
               END-READ
           END-IF.

      *==============================================================
      * File the line under its invoice number, so what was sold,
      * at what cost and by whom can be read back after the
      * document is printed.
      *==============================================================
       238-FILE-INVOICE-LINE.
           MOVE LAST-INVOICE-NUMBER-WS TO IL-INVOICE-NUMBER.
           MOVE BILL-LINE-SUB          TO IL-LINE-NUMBER.
           MOVE BC-CUSTOMER-CODE (BILL-CUST-SUB)
               TO IL-CUSTOMER-CODE.
           MOVE INVOICE-DATE-WS        TO IL-INVOICE-DATE.
           MOVE BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-PART-NUMBER.
           MOVE BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-TRANS-CODE.
           MOVE BL-QTY (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-QTY.
           MOVE BL-UNIT-PRICE (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-UNIT-PRICE.
           MOVE BL-LINE-VALUE (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-LINE-VALUE.
           MOVE BL-UNIT-COST (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-UNIT-COST.
           MOVE BL-REP-CODE (BILL-CUST-SUB BILL-LINE-SUB)
               TO IL-REP-CODE.
           MOVE ZERO TO IL-COMMISSION-PERIOD.
           MOVE ZERO TO IL-COMMISSION-AMOUNT.
           WRITE INVOICE-LINE-RECORD
               INVALID KEY
                   DISPLAY "INVOICE: LINE WRITE FAILED "
                       IL-INVOICE-NUMBER SPACE IL-LINE-NUMBER.

       243-ADD-FREIGHT-LINE.
           ADD 1 TO BC-LINE-COUNT (BILL-CUST-SUB).
           MOVE BC-LINE-COUNT (BILL-CUST-SUB) TO BILL-LINE-SUB.
           MOVE BL-PART-NUMBER-WS TO
               BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE BL-TRANS-CODE-WS TO
               BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE 1 TO BL-QTY (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE FREIGHT-VALUE-WS TO
               BL-UNIT-PRICE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE FREIGHT-VALUE-WS TO
               BL-LINE-VALUE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACES TO
               BL-PRICE-RULE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE FC-PACK-NUMBER TO
               BL-PACK-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACES TO
               BL-REP-CODE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE ZERO TO
               BL-UNIT-COST (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE ZERO TO
               BL-LOAN-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACE TO
               BL-TAX-FLAG (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE FC-SHIP-DATE TO
               BL-DELIVERY-DATE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACES TO
               BL-HELD-KEY (BILL-CUST-SUB BILL-LINE-SUB).
           ADD FREIGHT-VALUE-WS TO BC-INVOICE-TOTAL (BILL-CUST-SUB).

      *==============================================================
      * The tax register sees freight the way it sees a sale: a
      * zero-tax line under a code that does not tax freight.
      *==============================================================
       244-LOG-FREIGHT-TAX.
           MOVE INVOICE-DATE-WS     TO TXL-DATE.
           MOVE "FREIGHT"           TO TXL-PART-NUMBER.
           MOVE FC-CUSTOMER-CODE    TO TXL-CUSTOMER-CODE.
           MOVE FREIGHT-TAX-CODE-WS TO TXL-TAX-CODE.
           MOVE FREIGHT-VALUE-WS    TO TXL-TAXABLE-VALUE.
           MOVE FREIGHT-TAX-WS      TO TXL-TAX-AMOUNT.
           MOVE FC-SHIP-TO-CODE     TO TXL-SHIP-TO-CODE.
           WRITE TAX-LOG-RECORD-OUT.

      *==============================================================
      * Pick up the rental on every customer tool loan checked in
      * on or before the invoice date and not yet billed: one line
      * for the days the unit was out at the day rate, on the
      * borrowing customer's invoice -- the cycle's invoice for an
      * account on a billing cycle.
      *==============================================================
       250-GATHER-RENTAL-CHARGES.
           IF LOAN-FILE-OPEN-WS NOT = "YES"
               EXIT PARAGRAPH.
           MOVE ZERO TO LN-LOAN-NUMBER.
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-NUMBER
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE SPACES TO EOF-LOAN-WS.
           PERFORM 251-GATHER-ONE-RENTAL-CHARGE
               UNTIL EOF-LOAN-WS = "YES".

       251-GATHER-ONE-RENTAL-CHARGE.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-LOAN-WS
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LN-CHECKED-IN OR NOT LN-TO-CUSTOMER
                   OR LN-RENTAL-CHARGE = ZERO
                   OR LN-INVOICE-NUMBER NOT = ZERO
                   OR LN-RETURN-DATE > INVOICE-DATE-WS
               EXIT PARAGRAPH.
           MOVE LN-BORROWER-CODE TO CU-CUSTOMER-CODE.
           MOVE LN-RETURN-DATE   TO PERIOD-DATE-WS.
           PERFORM 267-CHECK-ACCOUNT-CYCLE.
           IF CYCLE-DUE-WS = "NO"
               EXIT PARAGRAPH.
           MOVE LN-BORROWER-CODE TO BILL-CUSTOMER-WS.
           MOVE SPACES           TO BILL-SHIP-TO-WS.
           PERFORM 221-FIND-BILLING-ROW.
           IF BILL-FOUND-FLAG NOT = "YES"
               EXIT PARAGRAPH.
           IF BC-LINE-COUNT (BILL-CUST-SUB) NOT < 99
               DISPLAY "INVOICE: NO ROOM FOR RENTAL ON LOAN "
                   LN-LOAN-NUMBER " - LEFT FOR NEXT RUN"
               EXIT PARAGRAPH.
           PERFORM 252-ADD-RENTAL-LINE.
           ADD LN-RENTAL-CHARGE TO BC-RENTAL-TOTAL (BILL-CUST-SUB).
           ADD 1 TO RENTALS-BILLED-WS.

       252-ADD-RENTAL-LINE.
           ADD 1 TO BC-LINE-COUNT (BILL-CUST-SUB).
           MOVE BC-LINE-COUNT (BILL-CUST-SUB) TO BILL-LINE-SUB.
           MOVE LN-PART-NUMBER TO
               BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE "L" TO
               BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE LN-RENTAL-DAYS TO
               BL-QTY (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE LN-RENTAL-RATE TO
               BL-UNIT-PRICE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE LN-RENTAL-CHARGE TO
               BL-LINE-VALUE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE "RENTAL" TO
               BL-PRICE-RULE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE ZERO TO
               BL-PACK-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACES TO
               BL-REP-CODE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE ZERO TO
               BL-UNIT-COST (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE LN-LOAN-NUMBER TO
               BL-LOAN-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACE TO
               BL-TAX-FLAG (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE LN-RETURN-DATE TO
               BL-DELIVERY-DATE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE SPACES TO
               BL-HELD-KEY (BILL-CUST-SUB BILL-LINE-SUB).
           ADD LN-RENTAL-CHARGE TO BC-INVOICE-TOTAL (BILL-CUST-SUB).

      *==============================================================
      * Stamp the invoice number on every loan whose rental this
      * invoice carried, so no later run bills it again.
      *==============================================================
       253-MARK-RENTAL-BILLED.
           PERFORM VARYING BILL-LINE-SUB FROM 1 BY 1
                   UNTIL BILL-LINE-SUB >
                       BC-LINE-COUNT (BILL-CUST-SUB)
               IF BL-LOAN-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
                       > ZERO
                   MOVE BL-LOAN-NUMBER (BILL-CUST-SUB BILL-LINE-SUB)
                       TO LN-LOAN-NUMBER
                   READ LOAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LAST-INVOICE-NUMBER-WS
                               TO LN-INVOICE-NUMBER
                           REWRITE LOAN-RECORD
                   END-READ
               END-IF
           END-PERFORM.

      *==============================================================
      * Journal the invoice's rental: the receivable, and rental
      * revenue for the same amount.
      *==============================================================
       254-JOURNAL-RENTAL.
           MOVE LAST-INVOICE-NUMBER-WS TO JD-INVOICE-OUT.
           MOVE BC-CUSTOMER-CODE (BILL-CUST-SUB) TO JD-CUSTOMER-OUT.
           MOVE INVOICE-DATE-WS TO JD-DATE-OUT.
           MOVE "ARC" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           MOVE BC-RENTAL-TOTAL (BILL-CUST-SUB) TO JD-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD BC-RENTAL-TOTAL (BILL-CUST-SUB) TO TOTAL-DEBITS-WS.
           MOVE "RNT" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           MOVE BC-RENTAL-TOTAL (BILL-CUST-SUB) TO JD-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD BC-RENTAL-TOTAL (BILL-CUST-SUB) TO TOTAL-CREDITS-WS.

      *==============================================================
      * Journal the tax billed for want of a certificate: the
      * receivable, and tax payable for the same amount.
      *==============================================================
       255-JOURNAL-GOODS-TAX.
           MOVE LAST-INVOICE-NUMBER-WS TO JD-INVOICE-OUT.
           MOVE BC-CUSTOMER-CODE (BILL-CUST-SUB) TO JD-CUSTOMER-OUT.
           MOVE INVOICE-DATE-WS TO JD-DATE-OUT.
           MOVE "ARC" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "DR" TO JD-DRCR-OUT.
           MOVE BC-GOODS-TAX (BILL-CUST-SUB) TO JD-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD BC-GOODS-TAX (BILL-CUST-SUB) TO TOTAL-DEBITS-WS.
           MOVE "TXP" TO ROLE-CODE-WS.
           PERFORM 330-RESOLVE-ROLE-ACCOUNT.
           MOVE RESOLVED-ACCT-WS TO JD-ACCOUNT-OUT.
           MOVE "CR" TO JD-DRCR-OUT.
           MOVE BC-GOODS-TAX (BILL-CUST-SUB) TO JD-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-DETAIL-OUT.
           ADD BC-GOODS-TAX (BILL-CUST-SUB) TO TOTAL-CREDITS-WS.

      *==============================================================
      * Take every held line whose billing cycle has closed back
      * onto its account's invoice, ahead of the day's sales so a
      * cycle's deliveries print in the order they went out.  A
      * line there is no room for stays held for the next run.
      *==============================================================
       260-GATHER-PENDING-BILLING.
           MOVE LOW-VALUES TO PB-KEY.
           START PENDING-BILLING-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE SPACES TO EOF-PENDING-WS.
           PERFORM 261-GATHER-ONE-PENDING-LINE
               UNTIL EOF-PENDING-WS = "YES".

       261-GATHER-ONE-PENDING-LINE.
           READ PENDING-BILLING-FILE NEXT RECORD
               AT END
                   MOVE "YES" TO EOF-PENDING-WS
                   EXIT PARAGRAPH
           END-READ.
           IF PB-DELIVERY-DATE > INVOICE-DATE-WS
               EXIT PARAGRAPH.
           MOVE PB-CUSTOMER-CODE TO CU-CUSTOMER-CODE.
           MOVE PB-DELIVERY-DATE TO PERIOD-DATE-WS.
           PERFORM 267-CHECK-ACCOUNT-CYCLE.
           IF CYCLE-DUE-WS = "NO"
               EXIT PARAGRAPH.
           MOVE PB-CUSTOMER-CODE TO BILL-CUSTOMER-WS.
           MOVE PB-SHIP-TO-CODE  TO BILL-SHIP-TO-WS.
           PERFORM 221-FIND-BILLING-ROW.
           IF BILL-FOUND-FLAG NOT = "YES"
               EXIT PARAGRAPH.
           IF BC-LINE-COUNT (BILL-CUST-SUB) NOT < 99
               DISPLAY "INVOICE: NO ROOM FOR HELD SALE OF "
                   PB-PART-NUMBER " FOR " PB-CUSTOMER-CODE
                   " - LEFT FOR NEXT RUN"
               EXIT PARAGRAPH.
           ADD 1 TO BC-LINE-COUNT (BILL-CUST-SUB).
           MOVE BC-LINE-COUNT (BILL-CUST-SUB) TO BILL-LINE-SUB.
           MOVE PB-PART-NUMBER TO
               BL-PART-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-TRANS-CODE TO
               BL-TRANS-CODE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-QTY TO
               BL-QTY (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-UNIT-PRICE TO
               BL-UNIT-PRICE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-LINE-VALUE TO
               BL-LINE-VALUE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-PRICE-RULE TO
               BL-PRICE-RULE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE ZERO TO
               BL-PACK-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE ZERO TO
               BL-LOAN-NUMBER (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-REP-CODE TO
               BL-REP-CODE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-UNIT-COST TO
               BL-UNIT-COST (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-TAX-FLAG TO
               BL-TAX-FLAG (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-DELIVERY-DATE TO
               BL-DELIVERY-DATE (BILL-CUST-SUB BILL-LINE-SUB).
           MOVE PB-KEY TO
               BL-HELD-KEY (BILL-CUST-SUB BILL-LINE-SUB).
           IF PB-TAX-FLAG = "Y"
               ADD PB-GOODS-TAX TO BC-GOODS-TAX (BILL-CUST-SUB)
               ADD PB-GOODS-TAX TO BC-INVOICE-TOTAL (BILL-CUST-SUB)
               ADD 1 TO UNCERTIFIED-LINES-WS.
           IF PB-TRANS-CODE = "C"
               SUBTRACT PB-LINE-VALUE FROM
                   BC-INVOICE-TOTAL (BILL-CUST-SUB)
           ELSE
               ADD PB-LINE-VALUE TO
                   BC-INVOICE-TOTAL (BILL-CUST-SUB).
           ADD 1 TO RELEASED-HELD-WS.

      *==============================================================
      * Whether the billing cycle of the account just read has
      * closed for a line delivered on the period date: always
      * for a daily account, otherwise once the next working day
      * falls in a later cycle than the delivery did.
      *==============================================================
       262-CHECK-CYCLE-DUE.
           MOVE "YES" TO CYCLE-DUE-WS.
           IF CU-BILL-DAILY
               EXIT PARAGRAPH.
           PERFORM 263-SET-CYCLE-PERIOD.
           MOVE PERIOD-NUMBER-WS TO DELIVERY-PERIOD-WS.
           MOVE NEXT-WORKDAY-WS  TO PERIOD-DATE-WS.
           PERFORM 263-SET-CYCLE-PERIOD.
           IF DELIVERY-PERIOD-WS NOT < PERIOD-NUMBER-WS
               MOVE "NO" TO CYCLE-DUE-WS.

      *==============================================================
      * Number the cycle the period date falls in, so that two
      * dates in the same cycle get the same number and a later
      * cycle a higher one.  Day one of the date integers is a
      * Monday, so whole sevens of days count Monday-based weeks.
      *==============================================================
       263-SET-CYCLE-PERIOD.
           EVALUATE TRUE
               WHEN CU-BILL-WEEKLY
                   COMPUTE PERIOD-NUMBER-WS =
                       (FUNCTION INTEGER-OF-DATE(PERIOD-DATE-WS) - 1)
                       / 7
               WHEN CU-BILL-SEMI-MONTHLY
                   COMPUTE PERIOD-NUMBER-WS = PD-YEAR-MONTH * 10 + 1
                   IF PD-DAY > 15
                       ADD 1 TO PERIOD-NUMBER-WS
                   END-IF
               WHEN CU-BILL-MONTHLY
                   MOVE PD-YEAR-MONTH TO PERIOD-NUMBER-WS
               WHEN OTHER
                   MOVE PERIOD-DATE-WS TO PERIOD-NUMBER-WS
           END-EVALUATE.

      *==============================================================
      * Hold the sale just priced on the pending-billing file, to
      * go out on its account's invoice when the cycle closes.
      * The keyed-log entry is part of the key, so rerunning the
      * day holds nothing twice.
      *==============================================================
       264-HOLD-FOR-CYCLE.
           MOVE TLK-CUSTOMER-CODE TO PB-CUSTOMER-CODE.
           MOVE BILL-SHIP-TO-WS   TO PB-SHIP-TO-CODE.
           MOVE INVOICE-DATE-WS   TO PB-DELIVERY-DATE.
           MOVE TLK-KEY           TO PB-LOG-KEY.
           MOVE TLK-PART-NUMBER   TO PB-PART-NUMBER.
           MOVE TLK-TRANS-CODE    TO PB-TRANS-CODE.
           MOVE TLK-TRANS-AMOUNT  TO PB-QTY.
           MOVE LINE-PRICE-WS     TO PB-UNIT-PRICE.
           MOVE LINE-VALUE-WS     TO PB-LINE-VALUE.
           MOVE PR-PRICE-RULE     TO PB-PRICE-RULE.
           MOVE BILL-REP-WS       TO PB-REP-CODE.
           MOVE LINE-COST-WS      TO PB-UNIT-COST.
           MOVE SPACE             TO PB-TAX-FLAG.
           MOVE ZERO              TO PB-GOODS-TAX.
           IF CERT-LAPSED-WS = "YES"
               MOVE "Y" TO PB-TAX-FLAG
               COMPUTE PB-GOODS-TAX ROUNDED =
                   LINE-VALUE-WS * STANDARD-TAX-RATE-WS / 100.
           WRITE PENDING-BILLING-RECORD
               INVALID KEY
                   DISPLAY "INVOICE: SALE ALREADY HELD "
                       PB-CUSTOMER-CODE SPACE TLK-KEY
               NOT INVALID KEY
                   ADD 1 TO HELD-FOR-CYCLE-WS
           END-WRITE.

      *==============================================================
      * Take the held lines this invoice carried off the pending
      * file, so no later cycle bills them again.
      *==============================================================
       265-RELEASE-HELD-LINES.
           PERFORM VARYING BILL-LINE-SUB FROM 1 BY 1
                   UNTIL BILL-LINE-SUB >
                       BC-LINE-COUNT (BILL-CUST-SUB)
               IF BL-HELD-KEY (BILL-CUST-SUB BILL-LINE-SUB)
                       NOT = SPACES
                   MOVE BL-HELD-KEY (BILL-CUST-SUB BILL-LINE-SUB)
                       TO PB-KEY
                   DELETE PENDING-BILLING-FILE RECORD
                       INVALID KEY
                           DISPLAY "INVOICE: HELD LINE NOT FOUND "
                               PB-CUSTOMER-CODE SPACE PB-LOG-KEY
                   END-DELETE
               END-IF
           END-PERFORM.

      *==============================================================
      * On a consolidated invoice, head each delivery's lines
      * with the date it went out.
      *==============================================================
       266-WRITE-DELIVERY-HEADING.
           IF ITEMIZE-DELIVERIES-WS NOT = "YES"
               EXIT PARAGRAPH.
           IF BL-DELIVERY-DATE (BILL-CUST-SUB BILL-LINE-SUB) =
                   LAST-DELIVERY-WS
               EXIT PARAGRAPH.
           MOVE BL-DELIVERY-DATE (BILL-CUST-SUB BILL-LINE-SUB)
               TO LAST-DELIVERY-WS.
           MOVE LAST-DELIVERY-WS TO IV-DELIVERY-DATE-OUT.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-DELIVERY-OUT.

      *==============================================================
      * Read the account keyed in CU-CUSTOMER-CODE and say whether
      * its cycle has closed for the period date.  An account no
      * longer on file is billed as daily.
      *==============================================================
       267-CHECK-ACCOUNT-CYCLE.
           MOVE "YES" TO CYCLE-DUE-WS.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 262-CHECK-CYCLE-DUE
           END-READ.

      *==============================================================
      * Resolve a movement role to its GL account: the mapping
      * file's company-wide assignment, or the compiled-in account
      * when the mapping file was never built.
      *==============================================================
       330-RESOLVE-ROLE-ACCOUNT.
           IF GLMAP-OPEN-WS NOT = "YES"
               PERFORM 332-USE-FALLBACK-ACCOUNT
               EXIT PARAGRAPH.
           MOVE SPACES       TO RESOLVED-ACCT-WS.
           MOVE "M"          TO GM-MAP-TYPE.
           MOVE ROLE-CODE-WS TO GM-MAP-CODE.
           MOVE SPACES       TO GM-LOCATION.
           READ GL-MAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GM-ACCOUNT TO RESOLVED-ACCT-WS
           END-READ.
           IF RESOLVED-ACCT-WS = SPACES
               ADD 1 TO MAP-MISS-COUNT-WS
               MOVE "??????" TO RESOLVED-ACCT-WS.

       332-USE-FALLBACK-ACCOUNT.
           EVALUATE ROLE-CODE-WS
               WHEN "ARC"
                   MOVE GL-RECEIVABLE-ACCT-WS  TO RESOLVED-ACCT-WS
               WHEN "FRT"
                   MOVE GL-FREIGHT-REV-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "TXP"
                   MOVE GL-TAX-PAYABLE-ACCT-WS TO RESOLVED-ACCT-WS
               WHEN "RNT"
                   MOVE GL-RENTAL-REV-ACCT-WS  TO RESOLVED-ACCT-WS
               WHEN OTHER
                   MOVE "??????" TO RESOLVED-ACCT-WS
           END-EVALUATE.

      *==============================================================
      * Pick up the last invoice number handed out -- no control
      * file yet means no invoice has ever been produced.
           MOVE SALES-SEEN-WS       TO AT-SALES-OUT.
           MOVE INVOICES-WRITTEN-WS TO AT-INVOICES-OUT.
           MOVE NO-CUSTOMER-WS      TO AT-NO-CUST-OUT.
           MOVE FREIGHT-BILLED-WS   TO AT-FREIGHT-OUT.
           MOVE RENTALS-BILLED-WS   TO AT-RENTALS-OUT.
           MOVE COUNTER-PAID-WS     TO AT-COUNTER-OUT.
           MOVE HELD-FOR-CYCLE-WS   TO AT-HELD-OUT.
           MOVE RELEASED-HELD-WS    TO AT-RELEASED-OUT.
           DISPLAY INVOICE-AUDIT-TRAIL-WS.
           IF UNCERTIFIED-LINES-WS > ZERO
               DISPLAY "INVOICE: " UNCERTIFIED-LINES-WS
                   " SALE LINE(S) TAXED - NO VALID EXEMPTION"
                   " CERTIFICATE".
           MOVE TOTAL-DEBITS-WS  TO JT-DEBITS-OUT.
           MOVE TOTAL-CREDITS-WS TO JT-CREDITS-OUT.
           IF TOTAL-DEBITS-WS = TOTAL-CREDITS-WS
               MOVE "IN BALANCE"     TO JT-BALANCE-FLAG-OUT
           ELSE
               MOVE "OUT OF BALANCE" TO JT-BALANCE-FLAG-OUT.
           WRITE JOURNAL-RECORD-OUT FROM JOURNAL-TOTALS-OUT.
           CLOSE JOURNAL-FILE-OUT.
           IF MAP-MISS-COUNT-WS > ZERO
               DISPLAY "INVOICE: " MAP-MISS-COUNT-WS
                   " CHARGE ROLE(S) NOT MAPPED IN GLMAP -"
                   " FREIGHT JOURNAL NEEDS CORRECTING"
               MOVE 8 TO RETURN-CODE.
           CLOSE TRANS-LOG-KEYED-FILE.
           CLOSE INVENT-FILE.
           IF ORDER-FILE-OPEN-WS = "YES"
               CLOSE SALES-ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           IF SHIP-TO-FILE-OPEN-WS = "YES"
               CLOSE SHIP-TO-FILE.
           CLOSE OPEN-INVOICE-FILE.
           CLOSE INVOICE-LINE-FILE.
           CLOSE PENDING-BILLING-FILE.
           IF FREIGHT-FILE-OPEN-WS = "YES"
               CLOSE FREIGHT-CHARGE-FILE.
           IF LOAN-FILE-OPEN-WS = "YES"
               CLOSE LOAN-FILE.
           IF TAX-FILE-OPEN-WS = "YES"
               CLOSE TAX-RATE-FILE.
           CLOSE TAX-LOG-FILE.
           IF GLMAP-OPEN-WS = "YES"
               CLOSE GL-MAP-FILE.
           IF CPX-FILE-OPEN-WS = "YES"
               CLOSE CUST-PART-FILE.

       end program INVOICE.
