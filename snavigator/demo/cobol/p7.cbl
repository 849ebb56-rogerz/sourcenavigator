
       WORKING-STORAGE SECTION.
       01 WORK-STAFF-FILE-STATUS                  PIC XX.

       copy pinscrm.

       01 WORK-TODAY-RAW-DATE.
          05 WORK-TODAY-RAW-YY                    PIC 99.
          05 WORK-TODAY-RAW-MM                    PIC 99.
           ELSE
               OPEN OUTPUT STAFF-FILE
               MOVE "00001" TO STAFF-ID
      *        STORED SCRAMBLED, LIKE EVERY PIN -- SEE PINSCRAM.
               MOVE "00001" TO PIN-SCRAMBLE-KEY
               MOVE "0000" TO PIN-SCRAMBLE-CLEAR
               CALL "PINSCRAM" USING PIN-SCRAMBLE-AREA
               MOVE PIN-SCRAMBLE-RESULT TO STAFF-PIN
      *        THE FIRST ACCOUNT MUST BE A SUPERVISOR -- ONLY A
      *        SUPERVISOR CAN REACH STAF001A TO ADD EVERYONE ELSE.
               MOVE "S" TO STAFF-ROLE
