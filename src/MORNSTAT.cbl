001700*    DUPLICATES, MAINTENANCE APPLIED/REJECTED, HIGH-BALANCE      *
001800*    COUNT, ELAPSED TIME AGAINST THE RECENT AVERAGE, ALERTS      *
001900*    RAISED, AND A PASS/REVIEW VERDICT PER STEP.                 *
001910*    THE NIGHTLY BALANCE ROLL-FORWARD PROOF (BALPROOF) GETS A    *
001920*    VERDICT LINE OF ITS OWN, KEYED ON ITS OUT-OF-BALANCE ALERT. *
002000*                                                                *
002100******************************************************************
002200* MODIFICATION HISTORY
002350*                    PERMANENT REVIEW), WITH OPEN AND
002360*                    ACKNOWLEDGED CYCLE ALERTS COUNTED
002370*                    SEPARATELY; THE VERDICT KEYS ON OPEN ONES.
002380*   10/31/2026  RVH  ADDED THE BALANCE ROLL-FORWARD VERDICT - AN
002381*                    OPEN OUT-OF-BALANCE ALERT FROM THE NIGHTLY
002382*                    PROOF (BALPROOF) FOR THE CYCLE DATE IS
002383*                    CALLED OUT ON ITS OWN REVIEW LINE RATHER
002384*                    THAN LEFT INSIDE THE GENERAL ALERT COUNT.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
009910 01  WS-ALERT-OPEN-COUNT       PIC 9(05) BINARY VALUE 0.
009920 01  WS-CYCLE-DATE             PIC 9(06) VALUE 0.
010000 01  WS-REVIEW-COUNT           PIC 9(03) BINARY VALUE 0.
010010 01  WS-PROOF-ALERT            PIC X(01) VALUE "N".
010020     88  PROOF-WAS-OUT-OF-BALANCE  VALUE "Y".
010030 01  WS-PROOF-ALERT-OPEN       PIC X(01) VALUE "N".
010040     88  PROOF-ALERT-IS-OPEN       VALUE "Y".
010100
010200******************************************************************
010300*    TREND HISTORY FIELDS                                        *
029120         IF NOT ALRT-ACKNOWLEDGED
029130             ADD 1 TO WS-ALERT-OPEN-COUNT
029140         END-IF
029141         IF ALRT-PROGRAM = "BALPROOF" AND
029142                 ALRT-SEV-OUT-OF-BALANCE
029143             MOVE "Y" TO WS-PROOF-ALERT
029144             IF NOT ALRT-ACKNOWLEDGED
029145                 MOVE "Y" TO WS-PROOF-ALERT-OPEN
029146             END-IF
029147         END-IF
029150     END-IF
029200     PERFORM 4100-READ-NEXT-ALERT THRU 4100-EXIT.
029300 4200-EXIT.
043500                 CY-VRD-NOTE
043600             ADD 1 TO WS-REVIEW-COUNT
043700     END-EVALUATE
043710     WRITE CYCLE-REPORT-LINE FROM CY-VERDICT-LINE
043720     MOVE "BALANCE ROLL-FORWARD PROOF  ." TO CY-VRD-STEP
043730     EVALUATE TRUE
043740         WHEN NOT PROOF-WAS-OUT-OF-BALANCE
043750             MOVE "PASS" TO CY-VRD-VERDICT
043760             MOVE "NO OUT-OF-BALANCE ALERT THIS CYCLE" TO
043770                 CY-VRD-NOTE
043780         WHEN NOT PROOF-ALERT-IS-OPEN
043790             MOVE "PASS" TO CY-VRD-VERDICT
043791             MOVE "DIFFERENCE ACKNOWLEDGED - SEE BALPRPT" TO
043792                 CY-VRD-NOTE
043793         WHEN OTHER
043794             MOVE "REVIEW" TO CY-VRD-VERDICT
043795             MOVE "UNEXPLAINED BALANCE MOVEMENT - SEE BALPRPT"
043796                 TO CY-VRD-NOTE
043797             ADD 1 TO WS-REVIEW-COUNT
043798     END-EVALUATE
043800     WRITE CYCLE-REPORT-LINE FROM CY-VERDICT-LINE.
043900 5200-EXIT.
044000     EXIT.
