       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPCHK as "COMPCHK".
       AUTHOR.     George Yang.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-COMPLIANCE-FILE
               ASSIGN TO "D:\COBOL\SUPCOMP.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS COMPLIANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-COMPLIANCE-FILE.
           COPY "D:\COBOL\SUPPLIER_COMPLIANCE_RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 COMPLIANCE-STATUS     PIC X(2)  VALUE SPACES.
       01 EOF-COMPLIANCE-WS     PIC X(3)  VALUE SPACES.

       LINKAGE SECTION.
           COPY "D:\COBOL\COMPLIANCE_PARMS.cpy".

      *==============================================================
      * May we buy from this supplier on this date?  Every
      * required document on file for the supplier must still be
      * in force -- the expiry date itself is the last good day.
      * A supplier with nothing on file, or no compliance file at
      * all, is clear.
      *==============================================================
       PROCEDURE DIVISION USING COMPLIANCE-PARMS.
       100-CHECK-ONE-SUPPLIER.
           MOVE "C"    TO CC-VERDICT.
           MOVE SPACES TO CC-DOC-TYPE.
           MOVE ZERO   TO CC-EXPIRY-DATE.
           OPEN INPUT SUPPLIER-COMPLIANCE-FILE.
           IF COMPLIANCE-STATUS NOT = "00"
               EXIT PROGRAM.
           MOVE SPACES TO EOF-COMPLIANCE-WS.
           MOVE CC-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE LOW-VALUES       TO SC-DOC-TYPE.
           START SUPPLIER-COMPLIANCE-FILE
                   KEY IS NOT LESS THAN SC-KEY
               INVALID KEY MOVE "YES" TO EOF-COMPLIANCE-WS.
           PERFORM UNTIL EOF-COMPLIANCE-WS = "YES"
               READ SUPPLIER-COMPLIANCE-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-COMPLIANCE-WS
                   NOT AT END
                       IF SC-SUPPLIER-CODE NOT = CC-SUPPLIER-CODE
                           MOVE "YES" TO EOF-COMPLIANCE-WS
                       ELSE
                           PERFORM 200-TEST-ONE-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-COMPLIANCE-FILE.
           EXIT PROGRAM.

       200-TEST-ONE-DOCUMENT.
           IF SC-BLOCKS-PURCHASING
                   AND SC-EXPIRY-DATE NOT = ZERO
                   AND SC-EXPIRY-DATE < CC-AS-OF-DATE
               MOVE "L"            TO CC-VERDICT
               MOVE SC-DOC-TYPE    TO CC-DOC-TYPE
               MOVE SC-EXPIRY-DATE TO CC-EXPIRY-DATE
               MOVE "YES"          TO EOF-COMPLIANCE-WS.

       end program COMPCHK.
