      *  NEW OR CHANGED DETAILS ARE ENTERED IN PRENOTE STATE P WITH   *
      *  THE ENTRY DATE: PAY004A SENDS THEM AS ZERO-DOLLAR            *
      *  VERIFICATION RECORDS WHILE THE EMPLOYEE KEEPS GETTING A      *
      *  PRINTED CHECK, AND PAY014A PROMOTES THEM TO LIVE (L) AFTER A *
      *  CLEAN WAITING PERIOD -- OR MARKS THEM FAILED (F) WHEN THE    *
      *  BANK BOUNCES THE PRENOTE. ROWS FROM BEFORE THE PRENOTE CYCLE *
      *  CARRY A SPACE AND COUNT AS LIVE.                             *
      *  A LIVE DEPOSIT THE BANK RETURNS (ACCOUNT CLOSED, INVALID     *
      *  ACCOUNT) IS TAKEN BACK BY PAY017A: THE DEPOSIT FLAG GOES TO  *
      *  N, SO THE EMPLOYEE IS PAID BY CHECK FROM THEN ON, AND THE    *
      *  BANK'S RETURN REASON AND THE DATE OF THE RETURNED DEPOSIT    *
      *  FILE ARE KEPT ON THE ROW UNTIL NEW DETAILS ARE ENTERED.      *
      *  THE COPYING PROGRAM MUST STILL DECLARE, IN FILE-CONTROL:     *
      *      SELECT BANK-DETAILS-FILE ASSIGN TO DISK                  *
      *      ORGANIZATION IS LINE SEQUENTIAL.                         *
               88  BANK-PRENOTE-LIVE               VALUE "L".
               88  BANK-PRENOTE-FAILED             VALUE "F".
           05  BANK-PRENOTE-DATE                   PIC 9(6).
      *    THE BANK'S RETURN CODE (E.G. R02 ACCOUNT CLOSED) AND THE
      *    HEADER DATE OF THE DIRDEP.DAT FILE WHOSE DEPOSIT CAME
      *    BACK -- SPACES AND ZERO ON A ROW NEVER RETURNED.
           05  BANK-RETURN-REASON                  PIC X(3).
           05  BANK-RETURN-DATE                    PIC 9(6).
