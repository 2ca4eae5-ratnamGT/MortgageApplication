001850*    2026-08-09  RJT  REPEAT THE COLUMN HEADINGS EVERY PAGE SO A
001860*                     LONG DELINQUENCY LIST STAYS READABLE WHEN
001870*                     PRINTED.
001875*    2026-10-05  RJT  A PAID-OFF LOAN, OR ONE WHOSE SERVICING HAS
001880*                     BEEN TRANSFERRED (LM-LOAN-TRANSFERRED), IS
001885*                     NO LONGER AGED - A TRANSFERRED LOAN KEEPS
001890*                     THE DUE DATE IT WAS HANDED OVER WITH AND
001895*                     WOULD OTHERWISE AGE FOREVER.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
019500 2200-EVALUATE-ONE-LOAN.
019600     IF LM-NEXT-DUE-DATE < WS-TODAY-CCYYMMDD
019700         AND LM-NEXT-DUE-DATE > ZERO
019710         AND NOT LM-LOAN-PAID-OFF
019720         AND NOT LM-LOAN-TRANSFERRED
019800         COMPUTE WS-DUE-DATE-JULIAN =
019900             FUNCTION INTEGER-OF-DATE (LM-NEXT-DUE-DATE)
020000         COMPUTE WS-DAYS-PAST-DUE =
