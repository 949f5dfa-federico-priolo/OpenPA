000040* (applicant, category, current status, fees due) for the pratica
000050* PRINT-PRATICA-SUMMARY resolved, then 9220-PRINT-HIST appends its
000060* status history from PRAHIST.
000065* The installment plan, if any, is printed between the two by
000067* 9600-PRINT-RATE (PIORATE.CBL), followed by the document list
000068* of 9700-PRINT-DOCUMENTI (PIODOC.CBL) and the family tree of
000069* 9800-PRINT-FAMIGLIA (PIOLINK.CBL).
000070*
000080 9200-PRINT-VIEW.
000090     OPEN INPUT PRAVIEW.
000790         THRU EX-9150-WRITE-STAMPA-LINE.

000800     PERFORM 9240-PRINT-FEE  THRU EX-9240-PRINT-FEE.
000805     PERFORM 9600-PRINT-RATE THRU EX-9600-PRINT-RATE.
000807     PERFORM 9700-PRINT-DOCUMENTI THRU EX-9700-PRINT-DOCUMENTI.
000808     PERFORM 9800-PRINT-FAMIGLIA THRU EX-9800-PRINT-FAMIGLIA.
000810     PERFORM 9220-PRINT-HIST THRU EX-9220-PRINT-HIST.
000820 EX-9200-PRINT-VIEW.
000830     EXIT.
