000800*                                                                *
000900*    APPRREL - DUAL-CONTROL APPROVAL RELEASE                     *
001000*    THE CHECKER SIDE OF THE MAKER/CHECKER QUEUE.  POSTINGS      *
001075*    ABOVE THE APPRPARM LIMIT (HELD BY TXNPOST), EVERY           *
001150*    REINSTATEMENT (QUEUED BY REINSTAT) AND EVERY RELATED-PARTY  *
001225*    GROUP CHANGE (QUEUED BY RELMNT) SIT ON THE PENDING          *
001300*    FILE UNTIL AN OPERATOR AT OR ABOVE THE CONFIGURED CHECKER   *
001400*    LEVEL REVIEWS EACH ONE HERE AND RELEASES OR REJECTS IT.     *
001440*    PRIOR-PERIOD ADJUSTMENTS (PTXN-PRIOR-PERIOD-FLAG, HELD BY   *
001480*    TXNPOST WHATEVER THEIR AMOUNT) ARE MARKED AS SUCH FOR THE   *
001520*    CHECKER AND KEEP THE FLAG WHEN RELEASED.                    *
001560*    THE MAKER CAN NEVER RELEASE THEIR OWN ITEM.  A RELEASED     *
001600*    POSTING GOES TO APPROK STAMPED *APPROVD (CONCATENATED       *
001700*    INTO TXNFILE - TXNPOST POSTS IT WITHOUT RE-QUEUEING); A     *
001800*    RELEASED REINSTATEMENT WRITES THE HELD CUSTOMER RECORD      *
001850*    BACK ONTO THE LIVE MASTER; A RELEASED GROUP CHANGE WRITES   *
001900*    OR REPLACES THE RELATIONSHIP RECORD ON RELFILE (RELREC),    *
001916*    WHICH IS CREATED ON FIRST USE; A RELEASED PARAMETER CHANGE  *
001933*    (QUEUED BY PARMMNT) IS SCHEDULED ON PARMCHG FOR PARMAPLY    *
001950*    TO APPLY ON ITS EFFECTIVE DATE - THE CHECKER MUST ALSO      *
001966*    HOLD THE FILE'S MAINTENANCE LEVEL (PRMDEFS), AND NO LIVE    *
001983*    PARAMETER FILE IS TOUCHED HERE.  ANYTHING PENDING PAST THE  *
002000*    CONFIGURED EXPIRY EXPIRES ONTO THE APPROVAL REPORT          *
002100*    (APPRRPT).  THE QUEUE CARRIES FORWARD (PENDFILE IN,         *
002200*    PENDFILO OUT - THE SNAPSHOT PATTERN), SO DECIDED ITEMS      *
002600******************************************************************
002700* MODIFICATION HISTORY
002800*   10/07/2026  RVH  ORIGINAL.
002800*   11/11/2026  RVH  PENDFILO RECORD WIDENED TO 319 FOR THE
002800*                    LONGER PEND-IMAGE.
002812*   11/12/2026  RVH  RELEASES RELATED-PARTY GROUP CHANGES
002825*                    (PEND-TYPE "G", QUEUED BY RELMNT) ONTO
002837*                    THE RELATIONSHIP FILE RELFILE.  A MEMBER
002850*                    WAITS FOR ITS GROUP, AND THE ONE-PARENT /
002862*                    ONE-FAMILY RULES ARE CHECKED AGAIN AT
002875*                    RELEASE IN CASE TWO MAKERS QUEUED CLASHING
002887*                    LINKS.
002889*   11/13/2026  RVH  RELEASES POLICY PARAMETER CHANGES
002892*                    (PEND-TYPE "M", QUEUED BY PARMMNT) ONTO
002894*                    THE CHANGE SCHEDULE PARMCHG, SHOWING EACH
002897*                    FIELD BEFORE AND AFTER FOR REVIEW.
002897*   11/14/2026  RVH  PRIOR-PERIOD ADJUSTMENTS (HELD BY TXNPOST
002898*                    WHATEVER THEIR AMOUNT) ARE MARKED FOR THE
002898*                    CHECKER, AND A POSTING SHOWS ITS TXN DATE.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS APPROVAL-LOG-STATUS.
006314     SELECT RELATIONSHIP-FILE ASSIGN TO RELFILE
006328         ORGANIZATION IS INDEXED
006342         ACCESS MODE IS DYNAMIC
006357         RECORD KEY IS REL-KEY
006371         ALTERNATE RECORD KEY IS REL-CUSTOMER-NO WITH DUPLICATES
006385         FILE STATUS IS RELATIONSHIP-STATUS.
006388     SELECT PARM-CHANGE-FILE ASSIGN TO PARMCHG
006391         ORGANIZATION IS SEQUENTIAL
006394         ACCESS MODE IS SEQUENTIAL
006397         FILE STATUS IS PARM-CHANGE-STATUS.
006400     SELECT APPROVAL-REPORT ASSIGN TO APPRRPT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS APPROVAL-REPORT-STATUS.
009300     BLOCK CONTAINS 0 RECORDS
009400     RECORDING MODE F
009500     DATA RECORD IS PENDING-OUT-RECORD.
009600 01  PENDING-OUT-RECORD       PIC X(319).
009700
009800 FD  CUSTOMER-FILE
009900     LABEL RECORDS ARE STANDARD
012400     05  APRL-MAKER-ID         PIC X(08).
012500     05  FILLER                PIC X(09).
012600
012612 FD  RELATIONSHIP-FILE
012625     LABEL RECORDS ARE STANDARD
012637     BLOCK CONTAINS 0 RECORDS
012650     RECORDING MODE F
012662     DATA RECORD IS RELATIONSHIP-RECORD.
012675     COPY RELREC.
012687
012688 FD  PARM-CHANGE-FILE
012690     LABEL RECORDS ARE STANDARD
012691     BLOCK CONTAINS 0 RECORDS
012693     RECORDING MODE F
012695     DATA RECORD IS PARM-CHANGE-FILE-RECORD.
012696 01  PARM-CHANGE-FILE-RECORD  PIC X(240).
012696
012700 FD  APPROVAL-REPORT
012800     LABEL RECORDS ARE OMITTED
012900     RECORDING MODE F.
014900 01  APPROVAL-LOG-STATUS       PIC X(02).
015000     88  APPROVAL-LOG-OK           VALUE "00".
015100     88  APPROVAL-LOG-NOT-FOUND    VALUE "05" "35".
015125 01  RELATIONSHIP-STATUS       PIC X(02).
015150     88  RELATIONSHIP-OK           VALUE "00".
015175     88  RELATIONSHIP-NOT-FOUND    VALUE "05" "35".
015181 01  PARM-CHANGE-STATUS        PIC X(02).
015187     88  PARM-CHANGE-OK            VALUE "00".
015193     88  PARM-CHANGE-NOT-FOUND     VALUE "05" "35".
015200 01  APPROVAL-REPORT-STATUS    PIC X(02).
015300     88  APPROVAL-REPORT-OK        VALUE "00".
015400 01  WS-PENDING-AT-END         PIC X(01) VALUE "N".
016500 01  WS-DECISION               PIC X(01) VALUE SPACES.
016600     88  WS-DECIDE-RELEASE         VALUE "R" "r".
016700     88  WS-DECIDE-REJECT          VALUE "X" "x".
016707 01  WS-REL-ON-FILE            PIC X(01) VALUE "N".
016714     88  REL-ON-FILE               VALUE "Y".
016721 01  WS-REL-CONFLICT           PIC X(01) VALUE "N".
016728     88  REL-CONFLICT-FOUND        VALUE "Y".
016735 01  WS-REL-MUST-WAIT          PIC X(01) VALUE "N".
016742     88  REL-MUST-WAIT             VALUE "Y".
016750 01  WS-REL-SCAN-DONE          PIC X(01) VALUE "N".
016757     88  REL-SCAN-DONE             VALUE "Y".
016764 01  WS-HELD-REL-KEY.
016771     05  WS-HELD-REL-GROUP-ID  PIC X(08).
016778     05  WS-HELD-REL-CUSTOMER-NO PIC X(07).
016785 01  WS-HELD-REL-ROLE          PIC X(01).
016792 01  WS-HELD-REL-STATUS        PIC X(01).
016792 01  WS-PRM-FILE-IDX           PIC 9(3) BINARY VALUE 0.
016793 01  WS-PRM-FIELD-IDX          PIC 9(3) BINARY VALUE 0.
016793 01  WS-PRM-SEARCH-IDX         PIC 9(3) BINARY VALUE 0.
016794 01  WS-PRM-OFF                PIC 9(03) VALUE 0.
016794 01  WS-PRM-LEN                PIC 9(02) VALUE 0.
016795 01  WS-PRM-BEFORE-VALUE       PIC X(20) VALUE SPACES.
016795 01  WS-PRM-AFTER-VALUE        PIC X(20) VALUE SPACES.
016795
016796******************************************************************
016797*    PARAMETER DEFINITIONS AND THE HELD PARAMETER CHANGE         *
016797******************************************************************
016798     COPY PRMDEFS.
016798     COPY PCHGREC.
016800
016900******************************************************************
017000*    RUN CONTROL FIELDS                                          *
018400 01  WS-CHECKER-LEVEL          PIC 9(01) VALUE 0.
018500 01  WS-EXPIRY-DAYS            PIC 9(03) VALUE 0.
018600 01  WS-DISPLAY-AMOUNT         PIC Z,ZZZ,ZZ9.99.
018650 01  WS-DISPLAY-LIMIT          PIC ZZZ,ZZZ,ZZ9.99.
018700
018800******************************************************************
018900*    RUN TOTALS                                                  *
031500         MOVE 8 TO RETURN-CODE
031600         STOP RUN
031700     END-IF
031705*    THE RELATIONSHIP FILE IS CREATED ON FIRST USE - SAME AS
031711*    APAYMNT'S ENROLLMENT FILE.
031717     OPEN I-O RELATIONSHIP-FILE
031723     IF RELATIONSHIP-NOT-FOUND
031729         OPEN OUTPUT RELATIONSHIP-FILE
031735         IF RELATIONSHIP-OK
031741             CLOSE RELATIONSHIP-FILE
031747             OPEN I-O RELATIONSHIP-FILE
031752         END-IF
031758     END-IF
031764     IF NOT RELATIONSHIP-OK
031770         DISPLAY "APPRREL - ERROR OPENING RELATIONSHIP FILE - "
031776             "STATUS " RELATIONSHIP-STATUS
031782         MOVE 8 TO RETURN-CODE
031788         STOP RUN
031794     END-IF
031794*    THE PARAMETER CHANGE SCHEDULE IS CREATED ON FIRST USE TOO.
031794     OPEN EXTEND PARM-CHANGE-FILE
031795     IF PARM-CHANGE-NOT-FOUND
031795         OPEN OUTPUT PARM-CHANGE-FILE
031796     END-IF
031796     IF NOT PARM-CHANGE-OK
031796         DISPLAY "APPRREL - ERROR OPENING PARAMETER CHANGE "
031797             "SCHEDULE - STATUS " PARM-CHANGE-STATUS
031797         MOVE 8 TO RETURN-CODE
031798         STOP RUN
031798     END-IF
031800     OPEN OUTPUT RELEASED-TXN-FILE
031900     OPEN EXTEND APPROVAL-LOG-FILE
032000     IF APPROVAL-LOG-NOT-FOUND
043300     DISPLAY "  SEQ " PEND-SEQ-NO "  SOURCE " PEND-SOURCE
043400         "  QUEUED " PEND-QUEUED-DATE
043500         "  MAKER " PEND-MAKER-ID
043578     EVALUATE TRUE
043657         WHEN PEND-TYPE-POSTING
043735             MOVE PEND-IMAGE TO POSTING-TXN-RECORD
043814             MOVE PTXN-AMOUNT TO WS-DISPLAY-AMOUNT
043892             DISPLAY "  POSTING " PTXN-TXN-TYPE " "
043921                 PTXN-CUST-ID "  AMOUNT " WS-DISPLAY-AMOUNT
043951                 "  REF " PTXN-REFERENCE
043980                 "  DATED " PTXN-TXN-DATE
044010             IF PTXN-PRIOR-PERIOD-ADJ
044039                 DISPLAY "  PRIOR-PERIOD ADJUSTMENT - BOOKS TO "
044069                     "THE PRIOR-PERIOD ACCOUNT"
044098             END-IF
044128         WHEN PEND-TYPE-RELATIONSHIP
044207             PERFORM 2350-SHOW-RELATIONSHIP THRU 2350-EXIT
044233         WHEN PEND-TYPE-PARAMETER
044259             PERFORM 2360-SHOW-PARM-CHANGE THRU 2360-EXIT
044285         WHEN OTHER
044364             MOVE PEND-IMAGE TO CUSTOMER-RECORD
044442             DISPLAY "  REINSTATE " CUST-ID "  " CUST-NAME
044521     END-EVALUATE
044600     IF PEND-MAKER-ID = WS-OPERATOR-ID
044700         DISPLAY "  YOU QUEUED THIS ITEM - A DIFFERENT "
044800             "OPERATOR MUST RELEASE IT - LEFT PENDING"
046200     END-EVALUATE.
046300 2300-EXIT.
046400     EXIT.
046403
046406******************************************************************
046409*    2350-SHOW-RELATIONSHIP                                      *
046412*    THE PROPOSED GROUP OR LINK, AND WHAT IT REPLACES.           *
046415******************************************************************
046418 2350-SHOW-RELATIONSHIP.
046421     MOVE PEND-IMAGE TO RELATIONSHIP-RECORD
046425     IF REL-ROLE-HEADER
046428         MOVE REL-GROUP-LIMIT TO WS-DISPLAY-LIMIT
046431         DISPLAY "  GROUP " REL-GROUP-ID "  " REL-GROUP-NAME
046434             "  LIMIT " WS-DISPLAY-LIMIT
046437     ELSE
046440         DISPLAY "  GROUP " REL-GROUP-ID "  CUSTOMER "
046443             REL-CUSTOMER-NO "  ROLE " REL-ROLE
046446             "  STATUS " REL-STATUS
046450     END-IF
046453     READ RELATIONSHIP-FILE
046456         INVALID KEY
046459             DISPLAY "  NEW - NOT YET ON THE RELATIONSHIP FILE"
046462             GO TO 2350-EXIT
046465     END-READ
046468     IF REL-ROLE-HEADER
046471         MOVE REL-GROUP-LIMIT TO WS-DISPLAY-LIMIT
046475         DISPLAY "  REPLACES " REL-GROUP-NAME
046478             "  LIMIT " WS-DISPLAY-LIMIT
046481     ELSE
046484         DISPLAY "  REPLACES ROLE " REL-ROLE
046487             "  STATUS " REL-STATUS
046490     END-IF.
046493 2350-EXIT.
046496     EXIT.
046496
046496******************************************************************
046496*    2360-SHOW-PARM-CHANGE                                       *
046496*    THE FILE, RECORD, ACTION AND EFFECTIVE DATE, THEN EVERY     *
046496*    FIELD THE CHANGE ALTERS, BEFORE AND AFTER, AS KEYED.        *
046496******************************************************************
046496 2360-SHOW-PARM-CHANGE.
046496     MOVE PEND-IMAGE TO PARAMETER-CHANGE-RECORD
046496     DISPLAY "  PARAMETER " PCHG-FILE-NAME "  KEY "
046496         PCHG-RECORD-KEY "  ACTION " PCHG-ACTION
046496         "  EFFECTIVE " PCHG-EFFECTIVE-DATE
046496     DISPLAY "  REASON " PCHG-REASON
046496     MOVE 0 TO WS-PRM-FIELD-IDX
046497     PERFORM 2365-SHOW-ONE-PARM-FIELD THRU 2365-EXIT
046497         UNTIL WS-PRM-FIELD-IDX = PRMD-FIELD-COUNT.
046497 2360-EXIT.
046497     EXIT.
046497
046497 2365-SHOW-ONE-PARM-FIELD.
046497     ADD 1 TO WS-PRM-FIELD-IDX
046497     IF PRMD-FILE-NAME(WS-PRM-FIELD-IDX) NOT = PCHG-FILE-NAME
046497         GO TO 2365-EXIT
046497     END-IF
046497     MOVE PRMD-OFFSET(WS-PRM-FIELD-IDX) TO WS-PRM-OFF
046497     MOVE PRMD-LENGTH(WS-PRM-FIELD-IDX) TO WS-PRM-LEN
046497     IF PCHG-BEFORE-IMAGE(WS-PRM-OFF:WS-PRM-LEN) =
046498             PCHG-AFTER-IMAGE(WS-PRM-OFF:WS-PRM-LEN)
046498         GO TO 2365-EXIT
046498     END-IF
046498     MOVE SPACES TO WS-PRM-BEFORE-VALUE
046498     MOVE SPACES TO WS-PRM-AFTER-VALUE
046498     MOVE PCHG-BEFORE-IMAGE(WS-PRM-OFF:WS-PRM-LEN) TO
046498         WS-PRM-BEFORE-VALUE
046498     MOVE PCHG-AFTER-IMAGE(WS-PRM-OFF:WS-PRM-LEN) TO
046498         WS-PRM-AFTER-VALUE
046498     DISPLAY "    " PRMD-FIELD-NAME(WS-PRM-FIELD-IDX) " "
046498         WS-PRM-BEFORE-VALUE " TO " WS-PRM-AFTER-VALUE.
046498 2365-EXIT.
046498     EXIT.
046500
046600******************************************************************
046700*    2400-RELEASE-ONE-ITEM                                       *
046800******************************************************************
046900 2400-RELEASE-ONE-ITEM.
046962     EVALUATE TRUE
047024         WHEN PEND-TYPE-POSTING
047086             MOVE PEND-IMAGE TO POSTING-TXN-RECORD
047148             MOVE "*APPROVD" TO PTXN-BATCH-ID
047210             WRITE POSTING-TXN-RECORD
047272             DISPLAY "  RELEASED TO THE NEXT POSTING RUN"
047334         WHEN PEND-TYPE-RELATIONSHIP
047396             PERFORM 2450-RELEASE-RELATIONSHIP THRU 2450-EXIT
047458             IF NOT PEND-IS-PENDING
047520                 GO TO 2400-EXIT
047582             END-IF
047644             IF REL-MUST-WAIT
047706                 PERFORM 2800-SKIP-ONE-ITEM THRU 2800-EXIT
047768                 GO TO 2400-EXIT
047831             END-IF
047839         WHEN PEND-TYPE-PARAMETER
047848             PERFORM 2490-SCHEDULE-PARM-CHANGE THRU 2490-EXIT
047857             IF REL-MUST-WAIT
047866                 PERFORM 2800-SKIP-ONE-ITEM THRU 2800-EXIT
047875                 GO TO 2400-EXIT
047884             END-IF
047893         WHEN OTHER
047955             MOVE PEND-IMAGE TO CUSTOMER-RECORD
048017             WRITE CUSTOMER-RECORD
048079                 INVALID KEY
048141                     DISPLAY "  CUST-ID " CUST-ID " IS NOW ON "
048203                         "THE LIVE FILE - RELEASE REFUSED, "
048265                         "REJECTED"
048327                     PERFORM 2600-REJECT-ONE-ITEM THRU 2600-EXIT
048389                     GO TO 2400-EXIT
048451                 NOT INVALID KEY
048513                     DISPLAY "  CUST-ID " CUST-ID " REINSTATED"
048575             END-WRITE
048637     END-EVALUATE
048700     ADD 1 TO WS-ITEMS-RELEASED
048800     MOVE "A" TO PEND-STATUS
048900     MOVE WS-OPERATOR-ID TO PEND-CHECKER-ID
049500     PERFORM 2900-CARRY-FORWARD THRU 2900-EXIT.
049600 2400-EXIT.
049700     EXIT.
049700
049701******************************************************************
049702*    2450-RELEASE-RELATIONSHIP                                   *
049702*    A MEMBER LINK NEEDS ITS GROUP ON FILE FIRST - THE QUEUE     *
049703*    RELEASES IN ORDER, SO A GROUP AND ITS MEMBERS QUEUED        *
049704*    TOGETHER RELEASE TOGETHER; A MEMBER WHOSE GROUP IS STILL    *
049704*    WAITING (OR WAS REJECTED) IS LEFT PENDING.  AN ACTIVE LINK  *
049705*    THAT BREAKS THE ONE-PARENT OR ONE-FAMILY RULE IS REJECTED.  *
049706*    OTHERWISE THE PROPOSED RECORD IS WRITTEN, OR REPLACES THE   *
049706*    ONE ON FILE, STAMPED WITH THE CHECKER.                      *
049707******************************************************************
049708 2450-RELEASE-RELATIONSHIP.
049708     MOVE "N" TO WS-REL-MUST-WAIT
049709     MOVE PEND-IMAGE TO RELATIONSHIP-RECORD
049710     MOVE REL-KEY TO WS-HELD-REL-KEY
049711     MOVE REL-ROLE TO WS-HELD-REL-ROLE
049711     MOVE REL-STATUS TO WS-HELD-REL-STATUS
049712     IF NOT REL-ROLE-HEADER
049713         MOVE SPACES TO REL-CUSTOMER-NO
049713         READ RELATIONSHIP-FILE
049714             INVALID KEY
049715                 DISPLAY "  GROUP " WS-HELD-REL-GROUP-ID
049715                     " IS NOT ON THE RELATIONSHIP FILE YET - "
049716                     "LEFT PENDING"
049717                 MOVE "Y" TO WS-REL-MUST-WAIT
049717                 GO TO 2450-EXIT
049718         END-READ
049719         IF WS-HELD-REL-STATUS = "A"
049719             PERFORM 2460-CHECK-LINK-RULES THRU 2460-EXIT
049720             IF REL-CONFLICT-FOUND
049721                 PERFORM 2600-REJECT-ONE-ITEM THRU 2600-EXIT
049722                 GO TO 2450-EXIT
049722             END-IF
049723         END-IF
049724     END-IF
049724     MOVE WS-HELD-REL-KEY TO REL-KEY
049725     MOVE "N" TO WS-REL-ON-FILE
049726     READ RELATIONSHIP-FILE
049726         INVALID KEY
049727             CONTINUE
049728         NOT INVALID KEY
049728             MOVE "Y" TO WS-REL-ON-FILE
049729     END-READ
049730     MOVE PEND-IMAGE TO RELATIONSHIP-RECORD
049730     MOVE WS-OPERATOR-ID TO REL-CHECKER-ID
049731     MOVE WS-RUN-DATE TO REL-APPROVED-DATE
049732     IF REL-ON-FILE
049733         REWRITE RELATIONSHIP-RECORD
049733             INVALID KEY
049734                 DISPLAY "  RELATIONSHIP REWRITE FAILED - STATUS "
049735                     RELATIONSHIP-STATUS " - LEFT PENDING"
049735                 MOVE "Y" TO WS-REL-MUST-WAIT
049736                 GO TO 2450-EXIT
049737         END-REWRITE
049737     ELSE
049738         WRITE RELATIONSHIP-RECORD
049739             INVALID KEY
049739                 DISPLAY "  RELATIONSHIP WRITE FAILED - STATUS "
049740                     RELATIONSHIP-STATUS " - LEFT PENDING"
049741                 MOVE "Y" TO WS-REL-MUST-WAIT
049741                 GO TO 2450-EXIT
049742         END-WRITE
049743     END-IF
049744     DISPLAY "  GROUP " REL-GROUP-ID " " REL-CUSTOMER-NO
049744         " RELEASED TO THE RELATIONSHIP FILE".
049745 2450-EXIT.
049746     EXIT.
049746
049747******************************************************************
049748*    2460-CHECK-LINK-RULES                                       *
049748*    RELMNT CHECKS THESE WHEN THE LINK IS KEYED, BUT TWO MAKERS  *
049749*    CAN QUEUE CLASHING LINKS BEFORE EITHER IS RELEASED.  A      *
049750*    GROUP HAS ONE ACTIVE PARENT; A CUSTOMER NUMBER IS PARENT    *
049750*    OR SUBSIDIARY IN ONE GROUP ONLY.  SETS REL-CONFLICT-FOUND.  *
049751******************************************************************
049752 2460-CHECK-LINK-RULES.
049752     MOVE "N" TO WS-REL-CONFLICT
049753     IF WS-HELD-REL-ROLE = "P"
049754         MOVE "N" TO WS-REL-SCAN-DONE
049755         MOVE WS-HELD-REL-GROUP-ID TO REL-GROUP-ID
049755         MOVE SPACES TO REL-CUSTOMER-NO
049756         START RELATIONSHIP-FILE KEY IS NOT LESS THAN REL-KEY
049757             INVALID KEY
049757                 MOVE "Y" TO WS-REL-SCAN-DONE
049758         END-START
049759         PERFORM 2470-CHECK-ONE-GROUP-LINK THRU 2470-EXIT
049759             UNTIL REL-SCAN-DONE
049760     END-IF
049761     IF REL-CONFLICT-FOUND
049761         GO TO 2460-EXIT
049762     END-IF
049763     IF WS-HELD-REL-ROLE = "P" OR WS-HELD-REL-ROLE = "S"
049763         MOVE "N" TO WS-REL-SCAN-DONE
049764         MOVE WS-HELD-REL-CUSTOMER-NO TO REL-CUSTOMER-NO
049765         START RELATIONSHIP-FILE KEY IS EQUAL TO REL-CUSTOMER-NO
049766             INVALID KEY
049766                 MOVE "Y" TO WS-REL-SCAN-DONE
049767         END-START
049768         PERFORM 2480-CHECK-ONE-CUSTOMER-LINK THRU 2480-EXIT
049768             UNTIL REL-SCAN-DONE
049769     END-IF.
049770 2460-EXIT.
049770     EXIT.
049771
049772 2470-CHECK-ONE-GROUP-LINK.
049772     READ RELATIONSHIP-FILE NEXT RECORD
049773         AT END
049774             MOVE "Y" TO WS-REL-SCAN-DONE
049774             GO TO 2470-EXIT
049775     END-READ
049776     IF REL-GROUP-ID NOT = WS-HELD-REL-GROUP-ID
049777         MOVE "Y" TO WS-REL-SCAN-DONE
049777         GO TO 2470-EXIT
049778     END-IF
049779     IF REL-ROLE-PARENT AND REL-IS-ACTIVE AND
049779             REL-CUSTOMER-NO NOT = WS-HELD-REL-CUSTOMER-NO
049780         MOVE "Y" TO WS-REL-CONFLICT
049781         MOVE "Y" TO WS-REL-SCAN-DONE
049781         DISPLAY "  GROUP ALREADY HAS PARENT " REL-CUSTOMER-NO
049782             " - RELEASE REFUSED, REJECTED"
049783     END-IF.
049783 2470-EXIT.
049784     EXIT.
049785
049785 2480-CHECK-ONE-CUSTOMER-LINK.
049786     READ RELATIONSHIP-FILE NEXT RECORD
049787         AT END
049788             MOVE "Y" TO WS-REL-SCAN-DONE
049788             GO TO 2480-EXIT
049789     END-READ
049790     IF REL-CUSTOMER-NO NOT = WS-HELD-REL-CUSTOMER-NO
049790         MOVE "Y" TO WS-REL-SCAN-DONE
049791         GO TO 2480-EXIT
049792     END-IF
049792     IF REL-ROLE-SOLE-GROUP AND REL-IS-ACTIVE AND
049793             REL-GROUP-ID NOT = WS-HELD-REL-GROUP-ID
049794         MOVE "Y" TO WS-REL-CONFLICT
049794         MOVE "Y" TO WS-REL-SCAN-DONE
049795         DISPLAY "  CUSTOMER IS ALREADY PARENT OR SUBSIDIARY IN "
049796             "GROUP " REL-GROUP-ID " - RELEASE REFUSED, REJECTED"
049796     END-IF.
049797 2480-EXIT.
049798     EXIT.
049798
049798******************************************************************
049798*    2490-SCHEDULE-PARM-CHANGE                                   *
049798*    THE CHECKER MUST HOLD THE FILE'S MAINTENANCE LEVEL AS WELL  *
049798*    AS THE CHECKER LEVEL, OR THE ITEM IS LEFT PENDING FOR       *
049798*    SOMEONE WHO DOES.  THE CHANGE IS STAMPED WITH THE CHECKER   *
049798*    AND WRITTEN TO THE SCHEDULE; PARMAPLY MAKES IT LIVE ON THE  *
049798*    FIRST NIGHT ITS EFFECTIVE DATE IS REACHED.  REL-MUST-WAIT   *
049798*    IS SHARED WITH THE RELATIONSHIP RELEASE TO SAY "LEAVE IT".  *
049798******************************************************************
049798 2490-SCHEDULE-PARM-CHANGE.
049798     MOVE "N" TO WS-REL-MUST-WAIT
049798     MOVE PEND-IMAGE TO PARAMETER-CHANGE-RECORD
049798     MOVE 0 TO WS-PRM-FILE-IDX
049798     MOVE 0 TO WS-PRM-SEARCH-IDX
049798     PERFORM 2495-FIND-PARM-FILE THRU 2495-EXIT
049798         UNTIL WS-PRM-FILE-IDX > 0 OR
049798         WS-PRM-SEARCH-IDX = PRMF-FILE-COUNT
049798     IF WS-PRM-FILE-IDX = 0
049798         DISPLAY "  " PCHG-FILE-NAME " IS NOT A GOVERNED "
049798             "PARAMETER FILE - LEFT PENDING"
049798         MOVE "Y" TO WS-REL-MUST-WAIT
049798         GO TO 2490-EXIT
049798     END-IF
049798     IF WS-AUTH-LEVEL < PRMF-MAINT-LEVEL(WS-PRM-FILE-IDX)
049798         DISPLAY "  " PCHG-FILE-NAME " NEEDS A LEVEL "
049798             PRMF-MAINT-LEVEL(WS-PRM-FILE-IDX)
049798             " CHECKER - LEFT PENDING"
049798         MOVE "Y" TO WS-REL-MUST-WAIT
049798         GO TO 2490-EXIT
049798     END-IF
049798     MOVE WS-OPERATOR-ID TO PCHG-CHECKER-ID
049798     MOVE WS-RUN-DATE TO PCHG-APPROVED-DATE
049798     MOVE PEND-SEQ-NO TO PCHG-PEND-SEQ-NO
049798     MOVE "S" TO PCHG-STATUS
049798     MOVE 0 TO PCHG-APPLIED-DATE
049798     WRITE PARM-CHANGE-FILE-RECORD FROM PARAMETER-CHANGE-RECORD
049798     IF NOT PARM-CHANGE-OK
049798         DISPLAY "  PARAMETER SCHEDULE WRITE FAILED - STATUS "
049798             PARM-CHANGE-STATUS " - LEFT PENDING"
049798         MOVE "Y" TO WS-REL-MUST-WAIT
049798         GO TO 2490-EXIT
049798     END-IF
049798     MOVE PARAMETER-CHANGE-RECORD TO PEND-IMAGE
049798     DISPLAY "  SCHEDULED TO TAKE EFFECT " PCHG-EFFECTIVE-DATE.
049798 2490-EXIT.
049798     EXIT.
049798
049798 2495-FIND-PARM-FILE.
049798     ADD 1 TO WS-PRM-SEARCH-IDX
049798     IF PRMF-FILE-NAME(WS-PRM-SEARCH-IDX) = PCHG-FILE-NAME
049798         MOVE WS-PRM-SEARCH-IDX TO WS-PRM-FILE-IDX
049798     END-IF.
049798 2495-EXIT.
049798     EXIT.
049800
049900******************************************************************
050000*    2500-WRITE-LOG-RECORD                                       *
060700     CLOSE PENDING-FILE
060800     CLOSE PENDING-OUT-FILE
060900     CLOSE CUSTOMER-FILE
060950     CLOSE RELATIONSHIP-FILE
060975     CLOSE PARM-CHANGE-FILE
061000     CLOSE RELEASED-TXN-FILE
061100     CLOSE APPROVAL-LOG-FILE
061200     CLOSE APPROVAL-REPORT
