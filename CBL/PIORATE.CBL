000010*
000020* PIORATE.CBL - installment plan paragraphs, COPYed into the
000030* PROCEDURE DIVISION alongside PIOVIEW/PIOPAY. 9600-PRINT-RATE
000040* asks the OPENPS05 service for the plan of the pratica in
000050* PRA-COMUNE-CODE/PRA-PRATICA-ID and prints, under the summary,
000060* the polizza fideiussoria and one line per rata with what the
000070* incassi cover of it and the legal interest run up; a pratica
000080* without a plan prints nothing.
000090*
000100 9600-PRINT-RATE.
000110     MOVE PRA-COMUNE-CODE TO RATE-COMUNE-CODE.
000120     MOVE PRA-PRATICA-ID  TO RATE-PRATICA-ID.
000130     MOVE 0               TO RATE-DATA-RIFERIMENTO.
000140     CALL "OPENPS05" USING RATECALC-AREA.
000150     IF RATE-SENZA-PIANO
000160         GO TO EX-9600-PRINT-RATE
000170     END-IF.

000180     MOVE RATE-TOTALE-PIANO TO STAMPA-RATA-IMPORTO.
000190     MOVE SPACES TO STAMPA-LINE.
000200     STRING "  PIANO DI RATE N. "    DELIMITED BY SIZE
000210         RATE-NUM-RATE               DELIMITED BY SIZE
000220         " TOTALE "                  DELIMITED BY SIZE
000230         STAMPA-RATA-IMPORTO         DELIMITED BY SIZE
000240         INTO STAMPA-LINE
000250     END-STRING.
000260     PERFORM 9150-WRITE-STAMPA-LINE
000270         THRU EX-9150-WRITE-STAMPA-LINE.
000280     IF RATE-POLIZZA-RIF NOT = SPACES
000290         MOVE SPACES TO STAMPA-LINE
000300         STRING "  POLIZZA FIDEIUSSORIA " DELIMITED BY SIZE
000310             RATE-POLIZZA-RIF            DELIMITED BY SIZE
000320             " SCADENZA "                DELIMITED BY SIZE
000330             RATE-POLIZZA-SCAD           DELIMITED BY SIZE
000340             INTO STAMPA-LINE
000350         END-STRING
000360         PERFORM 9150-WRITE-STAMPA-LINE
000370             THRU EX-9150-WRITE-STAMPA-LINE
000380     END-IF.

000390     PERFORM 9610-PRINT-RATA
000400         THRU EX-9610-PRINT-RATA
000410         VARYING RATE-PRINT-IX FROM 1 BY 1
000420         UNTIL RATE-PRINT-IX > RATE-NUM-RATE.

000430     MOVE RATE-SCOPERTO-SCADUTO TO STAMPA-RATA-IMPORTO.
000440     MOVE SPACES TO STAMPA-LINE.
000450     IF RATE-IN-REGOLA
000460         MOVE "  PIANO IN REGOLA" TO STAMPA-LINE
000470     ELSE
000480         STRING "  RATE SCADUTE NON COPERTE " DELIMITED BY SIZE
000490             STAMPA-RATA-IMPORTO         DELIMITED BY SIZE
000500             INTO STAMPA-LINE
000510         END-STRING
000520     END-IF.
000530     PERFORM 9150-WRITE-STAMPA-LINE
000540         THRU EX-9150-WRITE-STAMPA-LINE.
000550 EX-9600-PRINT-RATE.
000560     EXIT.
000570*
000580 9610-PRINT-RATA.
000590     MOVE RATE-IMPORTO(RATE-PRINT-IX)   TO STAMPA-RATA-IMPORTO.
000600     MOVE RATE-PAGATO(RATE-PRINT-IX)    TO STAMPA-RATA-PAGATO.
000610     MOVE RATE-INTERESSI(RATE-PRINT-IX) TO STAMPA-RATA-INTERESSI.
000620     MOVE SPACES TO STAMPA-LINE.
000630     STRING "  RATA "                DELIMITED BY SIZE
000640         RATE-PRINT-IX               DELIMITED BY SIZE
000650         " SCAD "                    DELIMITED BY SIZE
000660         RATE-SCADENZA(RATE-PRINT-IX) DELIMITED BY SIZE
000670         " "                         DELIMITED BY SIZE
000680         STAMPA-RATA-IMPORTO         DELIMITED BY SIZE
000690         " PAGATO "                  DELIMITED BY SIZE
000700         STAMPA-RATA-PAGATO          DELIMITED BY SIZE
000710         " SALDATA "                 DELIMITED BY SIZE
000720         RATE-DATA-SALDO(RATE-PRINT-IX) DELIMITED BY SIZE
000730         " INTERESSI "               DELIMITED BY SIZE
000740         STAMPA-RATA-INTERESSI       DELIMITED BY SIZE
000750         INTO STAMPA-LINE
000760     END-STRING.
000770     PERFORM 9150-WRITE-STAMPA-LINE
000780         THRU EX-9150-WRITE-STAMPA-LINE.
000790 EX-9610-PRINT-RATA.
000800     EXIT.
