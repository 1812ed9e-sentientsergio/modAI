001800*            FROM A GREGORIAN DAY SERIAL (LEAP YEARS AND REAL    *
001900*            MONTH LENGTHS - NO CALENDAR FILE NEEDED),           *
002000*      "B" - IS THE DATE A BUSINESS DAY PER THE BUSCAL FILE,     *
002100*      "N" - FIRST BUSINESS DAY AFTER THE DATE,                  *
002150*      "P" - IS THE DATE AN ACCOUNTING PERIOD END PER BUSCAL.    *
002200*    THE BUSCAL FILE (SEE CALREC) IS LOADED ONCE ON THE FIRST    *
002300*    CALL.  WITHOUT IT, "B" AND "N" ANSWER STATUS "1" AND THE    *
002400*    CALLERS FALL BACK TO THEIR OLD ARITHMETIC - A MISSING       *
002800******************************************************************
002900* MODIFICATION HISTORY
003000*   10/13/2026  RVH  ORIGINAL.
003000*   11/14/2026  RVH  FUNCTION "P" - IS THE DATE A PERIOD END
003000*                    (CAL-PERIOD-END-FLAG) - FOR THE PERIOD
003000*                    CLOSE (PERDCLS).
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
006700     05  WS-CAL-ENTRY          OCCURS 1200 TIMES.
006800         10  WS-CAL-DATE           PIC 9(06).
006900         10  WS-CAL-DAY-TYPE       PIC X(01).
006950         10  WS-CAL-PERIOD-END     PIC X(01).
007000 01  WS-CAL-IDX                PIC 9(5) BINARY VALUE 0.
007100 01  WS-CAL-FOUND-IDX          PIC 9(5) BINARY VALUE 0.
007200
013000             PERFORM 4000-IS-BUSINESS-DAY THRU 4000-EXIT
013100         WHEN "N"
013200             PERFORM 5000-NEXT-BUSINESS-DAY THRU 5000-EXIT
013250         WHEN "P"
013260             PERFORM 4500-IS-PERIOD-END THRU 4500-EXIT
013300         WHEN OTHER
013400             MOVE "2" TO CALW-STATUS
013500     END-EVALUATE
016800         MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-ENTRY-COUNT)
016900         MOVE CAL-DAY-TYPE TO
017000             WS-CAL-DAY-TYPE(WS-CAL-ENTRY-COUNT)
017050         MOVE CAL-PERIOD-END-FLAG TO
017060             WS-CAL-PERIOD-END(WS-CAL-ENTRY-COUNT)
017100     END-IF
017200     PERFORM 1100-READ-NEXT-DAY THRU 1100-EXIT.
017300 1200-EXIT.
021700     END-IF.
021800 4000-EXIT.
021900     EXIT.
021910
021920******************************************************************
021930*    4500-IS-PERIOD-END                                          *
021940*    CALW-DAYS ANSWERS 1 (THE DAY CLOSES AN ACCOUNTING PERIOD,   *
021950*    CAL-PERIOD-END-FLAG "Y") OR 0.                              *
021960******************************************************************
021970 4500-IS-PERIOD-END.
021980     IF NOT CALENDAR-IS-LOADED
021990         MOVE "1" TO CALW-STATUS
022000         GO TO 4500-EXIT
022010     END-IF
022020     PERFORM 6000-FIND-CALENDAR-DAY THRU 6000-EXIT
022030     IF WS-CAL-FOUND-IDX = 0
022040         MOVE "2" TO CALW-STATUS
022050         GO TO 4500-EXIT
022060     END-IF
022070     IF WS-CAL-PERIOD-END(WS-CAL-FOUND-IDX) = "Y"
022080         MOVE 1 TO CALW-DAYS
022090     ELSE
022095         MOVE 0 TO CALW-DAYS
022096     END-IF.
022097 4500-EXIT.
022098     EXIT.
022000
022100******************************************************************
022200*    5000-NEXT-BUSINESS-DAY                                      *
