               ALTERNATE RECORD KEY IS SUPPLIER-CODE WITH DUPLICATES
               SHARING WITH ALL OTHER
               FILE STATUS IS STATUS-FIELD.
           SELECT CONTAINER-FILE
               ASSIGN TO "D:\COBOL\CONTAINR.TXT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-KEY
               ALTERNATE RECORD KEY IS CN-LOCATION-CODE
                   WITH DUPLICATES
               FILE STATUS IS CONTAINER-STATUS.
           SELECT BIN-REPORT-OUT
               ASSIGN TO "D:\COBOL\LOCINQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  INVENT-FILE.
           COPY "D:\COBOL\INVENT_RECORD.cpy".

       FD  CONTAINER-FILE.
           COPY "D:\COBOL\CONTAINER_RECORD.cpy".

       FD  BIN-REPORT-OUT.
       01  BIN-REPORT-DATA      PIC X(90).

       01 STATUS-FIELD          PIC X(2)  VALUE SPACES.
       01 OPEN-ERROR-FLAG       PIC X(3)  VALUE "NO".
       01 EOF-BAL-WS            PIC X(3)  VALUE SPACES.
       01 CONTAINER-STATUS      PIC X(2)  VALUE SPACES.
       01 CONTAINER-OPEN-WS     PIC X(3)  VALUE "NO".
       01 EOF-CONTAINER-WS      PIC X(3)  VALUE SPACES.

      *==============================================================
      * The license plates standing in the location, gathered off
      * the container file's location index before each one's
      * contents are read back in plate order.
      *==============================================================
       01 PLATE-COUNT-WS        PIC 9(2)  VALUE ZERO.
       01 PLATE-SUB             PIC 9(2)  VALUE ZERO.
       01 PLATE-FOUND-WS        PIC X(3)  VALUE "NO".
       01 PLATE-TABLE.
           05 PLATE-ITEM OCCURS 50 TIMES PIC X(10).

       01 ENTRY-FLAG            PIC A(1)  VALUE SPACES.
       01 ENTRY-PROMPT          PIC X(33)
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 BD-VALUE-OUT      PIC ZZZZZZZZZ9.99 VALUE ZEROS.

       01 CONTAINER-COLUMN-NAME.
           05 FILLER PIC X(12) VALUE "CONTAINER".
           05 FILLER PIC X(9)  VALUE "PART".
           05 FILLER PIC X(12) VALUE "LOT".
           05 FILLER PIC X(12) VALUE "QUANTITY".
           05 FILLER PIC X(10) VALUE "LAST MOVED".

       01 CONTAINER-DETAIL-OUT.
           05 CD-CONTAINER-OUT  PIC X(10)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-PART-OUT       PIC X(7)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-LOT-OUT        PIC X(10)  VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-QTY-OUT        PIC ZZZZZZ9.99 VALUE ZEROS.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 CD-MOVED-OUT      PIC 9(8)   VALUE ZERO.

       01 BIN-TRAILER-OUT.
           05 FILLER PIC X(10) VALUE "LOCATION".
           05 BT-LOCATION-OUT   PIC X(5).
               MOVE "YES" TO OPEN-ERROR-FLAG
               EXIT PARAGRAPH.
           OPEN INPUT INVENT-FILE.
           OPEN INPUT CONTAINER-FILE.
           IF CONTAINER-STATUS = "00"
               MOVE "YES" TO CONTAINER-OPEN-WS.
           PERFORM 301-PROMPT-ENTRY.

       201-INQUIRE-ONE-LOCATION.
               DISPLAY "LOCINQ: NOTHING IN THAT LOCATION"
           ELSE
               DISPLAY "LOCATION VALUE: " BIN-TOTAL-VALUE-WS.
           IF CONTAINER-OPEN-WS = "YES"
               PERFORM 220-SHOW-CONTAINERS.
           IF PRINT-FLAG-WS = "Y"
               MOVE INQUIRY-LOCATION-WS TO BT-LOCATION-OUT
               MOVE BIN-TOTAL-VALUE-WS  TO BT-VALUE-OUT
           IF PRINT-FLAG-WS = "Y"
               WRITE BIN-REPORT-DATA FROM BIN-DETAIL-OUT.

      *==============================================================
      * The same location broken down by pallet and tote: every
      * license plate standing in it, with the parts and lots on
      * each.  Whatever the balances hold beyond that is loose on
      * the shelf.
      *==============================================================
       220-SHOW-CONTAINERS.
           MOVE ZERO TO PLATE-COUNT-WS.
           MOVE SPACES TO EOF-CONTAINER-WS.
           MOVE INQUIRY-LOCATION-WS TO CN-LOCATION-CODE.
           START CONTAINER-FILE KEY IS = CN-LOCATION-CODE
               INVALID KEY MOVE "YES" TO EOF-CONTAINER-WS.
           PERFORM UNTIL EOF-CONTAINER-WS = "YES"
               READ CONTAINER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CONTAINER-WS
                   NOT AT END
                       IF CN-LOCATION-CODE NOT =
                               INQUIRY-LOCATION-WS
                           MOVE "YES" TO EOF-CONTAINER-WS
                       ELSE
                           PERFORM 221-NOTE-PLATE
                       END-IF
           END-PERFORM.
           IF PLATE-COUNT-WS = ZERO
               EXIT PARAGRAPH.
           DISPLAY "CONTAINERS IN LOCATION: " PLATE-COUNT-WS.
           IF PRINT-FLAG-WS = "Y"
               WRITE BIN-REPORT-DATA FROM CONTAINER-COLUMN-NAME.
           PERFORM VARYING PLATE-SUB FROM 1 BY 1
                   UNTIL PLATE-SUB > PLATE-COUNT-WS
               PERFORM 222-SHOW-ONE-CONTAINER
           END-PERFORM.

       221-NOTE-PLATE.
           MOVE "NO" TO PLATE-FOUND-WS.
           PERFORM VARYING PLATE-SUB FROM 1 BY 1
                   UNTIL PLATE-SUB > PLATE-COUNT-WS
               IF PLATE-ITEM (PLATE-SUB) = CN-CONTAINER-ID
                   MOVE "YES" TO PLATE-FOUND-WS
               END-IF
           END-PERFORM.
           IF PLATE-FOUND-WS = "NO" AND PLATE-COUNT-WS < 50
               ADD 1 TO PLATE-COUNT-WS
               MOVE CN-CONTAINER-ID TO PLATE-ITEM (PLATE-COUNT-WS).

       222-SHOW-ONE-CONTAINER.
           MOVE SPACES TO EOF-CONTAINER-WS.
           MOVE PLATE-ITEM (PLATE-SUB) TO CN-CONTAINER-ID.
           MOVE LOW-VALUES TO CN-PART-NUMBER.
           MOVE LOW-VALUES TO CN-LOT-NUMBER.
           START CONTAINER-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY MOVE "YES" TO EOF-CONTAINER-WS.
           PERFORM UNTIL EOF-CONTAINER-WS = "YES"
               READ CONTAINER-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-CONTAINER-WS
                   NOT AT END
                       IF CN-CONTAINER-ID NOT = PLATE-ITEM (PLATE-SUB)
                           MOVE "YES" TO EOF-CONTAINER-WS
                       ELSE
                           PERFORM 223-SHOW-CONTAINER-LINE
                       END-IF
           END-PERFORM.

       223-SHOW-CONTAINER-LINE.
           MOVE CN-CONTAINER-ID   TO CD-CONTAINER-OUT.
           MOVE CN-PART-NUMBER    TO CD-PART-OUT.
           MOVE CN-LOT-NUMBER     TO CD-LOT-OUT.
           MOVE CN-QUANTITY       TO CD-QTY-OUT.
           MOVE CN-LAST-MOVE-DATE TO CD-MOVED-OUT.
           DISPLAY CD-CONTAINER-OUT SPACE CD-PART-OUT SPACE
               CD-LOT-OUT SPACE CN-QUANTITY.
           IF PRINT-FLAG-WS = "Y"
               WRITE BIN-REPORT-DATA FROM CONTAINER-DETAIL-OUT.

      *==============================================================
      * Ask whether to look up another location.
      *==============================================================
       202-TERM-LOCATION-INQUIRY.
           CLOSE STOCK-BALANCE-FILE.
           CLOSE INVENT-FILE.
           IF CONTAINER-OPEN-WS = "YES"
               CLOSE CONTAINER-FILE.

       end program LOCINQ.
