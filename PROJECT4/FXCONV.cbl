       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXCONV as "FXCONV".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "D:\COBOL\FXRATE.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS EXCHANGE-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
           COPY "D:\COBOL\EXCHANGE_RATE_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 EXCHANGE-RATE-STATUS  PIC X(2)  VALUE SPACES.
       01 EOF-RATE-WS           PIC X(3)  VALUE SPACES.
       01 HOME-CURRENCY-WS      PIC X(3)  VALUE "USD".

       LINKAGE SECTION.
           COPY "D:\COBOL\FX_PARMS.cpy".

      *==============================================================
      * What was one unit of this currency worth in ours on this
      * date?  The table is keyed by currency and effective date,
      * so the rows for the currency are read forward and the last
      * one not after the date is the rate in force.  Our own
      * currency, or a blank code, is always one; no table, or no
      * row early enough, is not found.
      *==============================================================
       PROCEDURE DIVISION USING FX-PARMS.
       100-FIND-RATE-IN-FORCE.
           MOVE HOME-CURRENCY-WS TO FX-HOME-CODE.
           MOVE 1                TO FX-RATE.
           MOVE ZERO             TO FX-EFFECTIVE-DATE.
           IF FX-CURRENCY-CODE = SPACES
                   OR FX-CURRENCY-CODE = HOME-CURRENCY-WS
               MOVE "H" TO FX-VERDICT
               EXIT PROGRAM.
           MOVE "N" TO FX-VERDICT.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF EXCHANGE-RATE-STATUS NOT = "00"
               EXIT PROGRAM.
           MOVE SPACES TO EOF-RATE-WS.
           MOVE FX-CURRENCY-CODE TO XR-CURRENCY-CODE.
           MOVE ZERO             TO XR-EFFECTIVE-DATE.
           START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN XR-KEY
               INVALID KEY MOVE "YES" TO EOF-RATE-WS.
           PERFORM UNTIL EOF-RATE-WS = "YES"
               READ EXCHANGE-RATE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-RATE-WS
                   NOT AT END
                       IF XR-CURRENCY-CODE NOT = FX-CURRENCY-CODE
                               OR XR-EFFECTIVE-DATE > FX-AS-OF-DATE
                           MOVE "YES" TO EOF-RATE-WS
                       ELSE
                           PERFORM 200-TAKE-THIS-RATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE.
           EXIT PROGRAM.

       200-TAKE-THIS-RATE.
           IF XR-RATE > ZERO
               MOVE "F"               TO FX-VERDICT
               MOVE XR-RATE           TO FX-RATE
               MOVE XR-EFFECTIVE-DATE TO FX-EFFECTIVE-DATE.

       end program FXCONV.
