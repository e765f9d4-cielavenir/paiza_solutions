002500*                        POH3LOG HOLDS ITSELF TO - THE REGISTRY
002600*                        MUST NEVER BE THE THING THAT STOPS THE
002700*                        NIGHT.
002711*  10/15/2026  RTM       THE CALLER'S RETURN CODE WAS LOST ON THE
002722*                        WAY OUT - A CALL HANDS THE CALLEE'S
002733*                        RETURN-CODE BACK TO THE CALLER, SO EVERY
002744*                        PROGRAM ENDED ZERO TO THE SCHEDULER NO
002756*                        MATTER WHAT IT HAD SET.  THE END CALL NOW
002767*                        HANDS BACK THE RETURN CODE IT WAS GIVEN,
002778*                        SO THE STEP ENDS WITH THE CODE THE
002789*                        REGISTRY RECORDS.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005900     ELSE
006000         IF POH3-RIF-END-MODE
006100             PERFORM 2000-WRITE-STAMP THRU 2000-EXIT
006150             MOVE POH3-RIF-RC TO RETURN-CODE
006200         END-IF
006300     END-IF.
006400     GOBACK.
