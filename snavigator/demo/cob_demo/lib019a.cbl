      *
      ***************************************************************
      *                                                             *
      * DAILY CARD-VENDOR EXPORT -- PULLS TODAY'S ADD, RENEW AND   *
      * LOST-CARD REISSUE (REISSU) ACTIVITY OFF AUDIT.DAT, LOOKS   *
      * EACH CARD UP ON NAMES-LIST, AND WRITES THE EMBOSSING       *
      * VENDOR'S FIXED-FORMAT ORDER FILE CARDVEND.DAT: H HEADER    *
      * WITH THE RUN DATE, ONE D DETAIL PER CARD (NUMBER AND       *
      * EMBOSSED NAME), AND A T TRAILER CARRYING THE RECORD COUNT. *
      * A CARD TOUCHED MORE THAN ONCE TODAY IS ORDERED ONCE. NO    *
      * MORE RETYPING INTO THE VENDOR'S WEB FORM.                  *
      *                                                             *
      * EVERY DETAIL EXPORTED IS ALSO APPENDED AS A PENDING ROW ON  *
      * THE CARDORD.DAT ORDER LEDGER, SO THE LIB041A ACK IMPORT     *
      *
           IF AUDIT-TRAIL-DATE EQUAL W010-TODAY-DATE
              AND (AUDIT-TRAIL-ACTION EQUAL "ADD"
                   OR AUDIT-TRAIL-ACTION EQUAL "RENEW"
                   OR AUDIT-TRAIL-ACTION EQUAL "REISSU")
               PERFORM C030-ORDER-ONE-CARD.
           PERFORM C060-READ-AUDIT-FILE.
      *
      *                NOTHING FOR THE VENDOR TO EMBOSS.
                       CONTINUE
                   NOT INVALID KEY
      *                NUMBER AND NAME ONLY -- THE SELF-SERVICE
      *                PIN NEVER GOES TO THE VENDOR.
                       MOVE "D" TO W040-DETAIL-LINE (1:1)
                       MOVE PATRON-NUMBER
                               TO W040-DETAIL-CARD-NUMBER
