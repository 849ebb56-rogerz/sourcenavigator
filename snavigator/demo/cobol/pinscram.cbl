       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINSCRAM.
      ***************************************************************
      *                                                             *
      *   ONE-WAY PIN SCRAMBLE -- CALLED BY EVERY PROGRAM THAT SETS *
      *   OR CHECKS A STAFF OR PATRON PIN, SO STAFF.DAT AND         *
      *   NAMES.LST (AND EVERY BACKUP OF THEM) HOLD ONLY THE        *
      *   SCRAMBLED VALUE. THE RECORD KEY IS MIXED IN WITH THE PIN, *
      *   SO TWO ACCOUNTS WITH THE SAME PIN DO NOT SHOW THE SAME    *
      *   VALUE ON FILE. THERE IS NO UNSCRAMBLE -- A FORGOTTEN PIN  *
      *   IS RESET, NEVER LOOKED UP. SEE PINSCRM.CPY FOR THE CALL.  *
      *   THIS ROUTINE MUST NEVER CHANGE ONCE PINS ARE ON FILE --   *
      *   EVERY STORED PIN WOULD STOP MATCHING.                     *
      *                                                             *
      ***************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WORK-CHARACTER-SET                      PIC X(37) VALUE
          " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WORK-CHARACTER-TABLE REDEFINES WORK-CHARACTER-SET.
          05 WORK-SET-CHARACTER                   PIC X OCCURS 37.
       01 WORK-RESULT-LETTERS                     PIC X(26) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WORK-LETTER-TABLE REDEFINES WORK-RESULT-LETTERS.
          05 WORK-RESULT-LETTER                   PIC X OCCURS 26.
      *    KEY AND PIN SIDE BY SIDE, ONE CHARACTER AT A TIME.
       01 WORK-SOURCE.
          05 WORK-SOURCE-KEY                      PIC X(5).
          05 WORK-SOURCE-PIN                      PIC X(4).
       01 WORK-SOURCE-TABLE REDEFINES WORK-SOURCE.
          05 WORK-SOURCE-CHARACTER                PIC X OCCURS 9.
       01 WORK-CHARACTER-VALUES.
          05 WORK-CHARACTER-VALUE                 PIC 99 OCCURS 9.
       01 WORK-SOURCE-INDEX                       PIC 99.
       01 WORK-SET-INDEX                          PIC 99.
       01 WORK-PASS-NUMBER                        PIC 9.
       01 WORK-RESULT-INDEX                       PIC 9.
       01 WORK-ACCUMULATOR                        PIC 9(9).
       01 WORK-QUOTIENT                           PIC 9(9).
       01 WORK-REMAINDER                          PIC 9(9).
       01 WORK-LETTER-NUMBER                      PIC 99.
       LINKAGE SECTION.

       copy pinscrm.

       PROCEDURE DIVISION USING PIN-SCRAMBLE-AREA.
       C000-MAIN-LINE SECTION.
       C020-MAIN-LINE-LOGIC.
           IF PIN-SCRAMBLE-CLEAR EQUAL SPACES
               MOVE SPACES TO PIN-SCRAMBLE-RESULT
               GOBACK.
           MOVE PIN-SCRAMBLE-KEY TO WORK-SOURCE-KEY.
           MOVE PIN-SCRAMBLE-CLEAR TO WORK-SOURCE-PIN.
           PERFORM DO-VALUE-ONE-CHARACTER
               VARYING WORK-SOURCE-INDEX FROM 1 BY 1
               UNTIL WORK-SOURCE-INDEX GREATER THAN 9.
      *    FOUR PASSES OVER ALL NINE CHARACTERS, EACH FOLDED INTO A
      *    RUNNING VALUE KEPT BELOW A LARGE PRIME, SO EVERY
      *    CHARACTER OF THE RESULT DEPENDS ON EVERY ONE OF THE KEY
      *    AND THE PIN.
           MOVE 7919 TO WORK-ACCUMULATOR.
           PERFORM DO-FOLD-ONE-CHARACTER
               VARYING WORK-PASS-NUMBER FROM 1 BY 1
               UNTIL WORK-PASS-NUMBER GREATER THAN 4
               AFTER WORK-SOURCE-INDEX FROM 1 BY 1
               UNTIL WORK-SOURCE-INDEX GREATER THAN 9.
           PERFORM DO-TAKE-ONE-LETTER
               VARYING WORK-RESULT-INDEX FROM 1 BY 1
               UNTIL WORK-RESULT-INDEX GREATER THAN 4.
           GOBACK.

      *    A CHARACTER OUTSIDE THE SET STILL COUNTS, AS 38.
       DO-VALUE-ONE-CHARACTER.
           MOVE 38 TO WORK-CHARACTER-VALUE (WORK-SOURCE-INDEX).
           PERFORM DO-MATCH-ONE-SET-CHARACTER
               VARYING WORK-SET-INDEX FROM 1 BY 1
               UNTIL WORK-SET-INDEX GREATER THAN 37.

       DO-MATCH-ONE-SET-CHARACTER.
           IF WORK-SOURCE-CHARACTER (WORK-SOURCE-INDEX) EQUAL
                   WORK-SET-CHARACTER (WORK-SET-INDEX)
               MOVE WORK-SET-INDEX
                   TO WORK-CHARACTER-VALUE (WORK-SOURCE-INDEX).

       DO-FOLD-ONE-CHARACTER.
           COMPUTE WORK-ACCUMULATOR = WORK-ACCUMULATOR * 131
                 + WORK-CHARACTER-VALUE (WORK-SOURCE-INDEX)
                   * (WORK-PASS-NUMBER * 10 + WORK-SOURCE-INDEX)
                 + 17.
           DIVIDE WORK-ACCUMULATOR BY 999983
               GIVING WORK-QUOTIENT
               REMAINDER WORK-REMAINDER.
           MOVE WORK-REMAINDER TO WORK-ACCUMULATOR.

       DO-TAKE-ONE-LETTER.
           DIVIDE WORK-ACCUMULATOR BY 26
               GIVING WORK-QUOTIENT
               REMAINDER WORK-LETTER-NUMBER.
           MOVE WORK-QUOTIENT TO WORK-ACCUMULATOR.
           ADD 1 TO WORK-LETTER-NUMBER.
           MOVE WORK-RESULT-LETTER (WORK-LETTER-NUMBER)
               TO PIN-SCRAMBLE-RESULT (WORK-RESULT-INDEX:1).
