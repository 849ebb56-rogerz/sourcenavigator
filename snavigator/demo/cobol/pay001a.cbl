           MOVE YTD-STATE-TAX TO W010-MONEY-VALUE.
           MOVE W010-MONEY-LINE TO EARNINGS-STATEMENT-LINE.
           WRITE EARNINGS-STATEMENT-LINE.
           MOVE "SOC SEC WAGES:" TO W010-MONEY-LABEL.
           MOVE YTD-SOCSEC-WAGES TO W010-MONEY-VALUE.
           MOVE W010-MONEY-LINE TO EARNINGS-STATEMENT-LINE.
           WRITE EARNINGS-STATEMENT-LINE.
           MOVE "SOC SEC WITHHELD:" TO W010-MONEY-LABEL.
           MOVE YTD-SOCSEC-TAX TO W010-MONEY-VALUE.
           MOVE W010-MONEY-LINE TO EARNINGS-STATEMENT-LINE.
           WRITE EARNINGS-STATEMENT-LINE.
           MOVE "MEDICARE WITHHELD:" TO W010-MONEY-LABEL.
           MOVE YTD-MEDICARE-TAX TO W010-MONEY-VALUE.
           MOVE W010-MONEY-LINE TO EARNINGS-STATEMENT-LINE.
           WRITE EARNINGS-STATEMENT-LINE.
           MOVE "NET PAY:" TO W010-MONEY-LABEL.
           MOVE YTD-NET-PAY TO W010-MONEY-VALUE.
           MOVE W010-MONEY-LINE TO EARNINGS-STATEMENT-LINE.
               MOVE ZERO TO YTD-CLOSED-GROSS
               MOVE ZERO TO YTD-CLOSED-FEDERAL-TAX
               MOVE ZERO TO YTD-CLOSED-STATE-TAX
      *        AND SOCIAL SECURITY AND THE UNEMPLOYMENT TAXES START
      *        AGAIN UNDER THEIR WAGE BASES.
               MOVE ZERO TO YTD-SOCSEC-WAGES
               MOVE ZERO TO YTD-SOCSEC-TAX
               MOVE ZERO TO YTD-MEDICARE-TAX
               MOVE ZERO TO YTD-FUTA-WAGES
               MOVE ZERO TO YTD-SUTA-WAGES
               MOVE ZERO TO YTD-QTD-SOCSEC-WAGES
               MOVE ZERO TO YTD-QTD-SOCSEC-TAX
               MOVE ZERO TO YTD-QTD-MEDICARE-TAX
               MOVE ZERO TO YTD-QTD-ER-SOCSEC-TAX
               MOVE ZERO TO YTD-QTD-ER-MEDICARE-TAX
               MOVE ZERO TO YTD-QTD-FUTA-WAGES
               MOVE ZERO TO YTD-QTD-FUTA-TAX
               MOVE ZERO TO YTD-QTD-SUTA-WAGES
               MOVE ZERO TO YTD-QTD-SUTA-TAX
               MOVE ZERO TO YTD-CLOSED-SOCSEC-TAX
               MOVE ZERO TO YTD-CLOSED-MEDICARE-TAX
               REWRITE PAYROLL-YTD-RECORD
           END-IF.
           PERFORM C060-READ-YTD-MASTER.
