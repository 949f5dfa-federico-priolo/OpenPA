000010*
000020* PIOLINK.CBL - family tree paragraphs, COPYed into the PROCEDURE
000030* DIVISION alongside PIOVIEW/PIODOC. 9800-PRINT-FAMIGLIA asks the
000040* OPENPS06 service for the family of the pratica in
000050* PRA-COMUNE-CODE/PRA-PRATICA-ID and, when it has one, prints
000060* the tree from the capostipite down: one line per member,
000070* indented by generation, with its legame (LINKTAB.CBL) and its
000080* stato, or ARCHIVIATA for a member OPENPJ18 has sealed. A
000090* pratica with no legami prints nothing.
000100*
000110 9800-PRINT-FAMIGLIA.
000120     MOVE PRA-COMUNE-CODE TO FAM-COMUNE-CODE.
000130     MOVE PRA-PRATICA-ID  TO FAM-PRATICA-ID.
000140     SET FAM-MODO-STATI TO TRUE.
000150     CALL "OPENPS06" USING FAMCHK-AREA.
000160     IF FAM-COUNT NOT GREATER THAN 1
000170         GO TO EX-9800-PRINT-FAMIGLIA
000180     END-IF.
000190     MOVE SPACES TO STAMPA-LINE.
000200     STRING "  FAMIGLIA CAPOSTIPITE " DELIMITED BY SIZE
000210         FAM-RADICE-ID                DELIMITED BY SIZE
000220         INTO STAMPA-LINE
000230     END-STRING.
000240     PERFORM 9150-WRITE-STAMPA-LINE
000250         THRU EX-9150-WRITE-STAMPA-LINE.
000260     PERFORM 9810-PRINT-MEMBRO
000270         THRU EX-9810-PRINT-MEMBRO
000280         VARYING STAMPA-FAM-IX FROM 2 BY 1
000290         UNTIL STAMPA-FAM-IX > FAM-COUNT.
000300     IF FAM-OLTRE-CAP > 0
000310         MOVE "    ... FAMIGLIA TRONCATA" TO STAMPA-LINE
000320         PERFORM 9150-WRITE-STAMPA-LINE
000330             THRU EX-9150-WRITE-STAMPA-LINE
000340     END-IF.
000350 EX-9800-PRINT-FAMIGLIA.
000360     EXIT.
000370*
000380 9810-PRINT-MEMBRO.
000390     MOVE FAM-M-LEGAME(STAMPA-FAM-IX) TO STAMPA-FAM-LEGAME.
000400     PERFORM 9820-NOME-LEGAME
000410         THRU EX-9820-NOME-LEGAME
000420         VARYING LINKTAB-IX FROM 1 BY 1
000430         UNTIL LINKTAB-IX > LINKTAB-COUNT.
000440     IF FAM-M-FUORI-LINEA(STAMPA-FAM-IX)
000450         MOVE "ARCHIVIATA"                TO STAMPA-FAM-STATO
000460     ELSE
000470         MOVE FAM-M-STATO(STAMPA-FAM-IX)  TO STAMPA-FAM-STATO
000480     END-IF.
000490     MOVE ALL " " TO STAMPA-FAM-RIENTRO.
000500     IF FAM-M-LIVELLO(STAMPA-FAM-IX) > 10
000510         MOVE 20 TO STAMPA-FAM-RIENTRO-LEN
000520     ELSE
000530         COMPUTE STAMPA-FAM-RIENTRO-LEN =
000540             FAM-M-LIVELLO(STAMPA-FAM-IX) * 2
000550     END-IF.
000560     MOVE SPACES TO STAMPA-LINE.
000570     STRING "  "                      DELIMITED BY SIZE
000580         STAMPA-FAM-RIENTRO(1:STAMPA-FAM-RIENTRO-LEN)
000590                                      DELIMITED BY SIZE
000600         FAM-M-PRATICA-ID(STAMPA-FAM-IX) DELIMITED BY SIZE
000610         " "                          DELIMITED BY SIZE
000620         STAMPA-FAM-LEGAME            DELIMITED BY SIZE
000630         " DI "                       DELIMITED BY SIZE
000640         FAM-M-PADRE-ID(STAMPA-FAM-IX) DELIMITED BY SIZE
000650         " "                          DELIMITED BY SIZE
000660         STAMPA-FAM-STATO             DELIMITED BY SIZE
000670         INTO STAMPA-LINE
000680     END-STRING.
000690     PERFORM 9150-WRITE-STAMPA-LINE
000700         THRU EX-9150-WRITE-STAMPA-LINE.
000710 EX-9810-PRINT-MEMBRO.
000720     EXIT.
000730*
000740 9820-NOME-LEGAME.
000750     IF LINKTAB-CODICE(LINKTAB-IX) = FAM-M-LEGAME(STAMPA-FAM-IX)
000760         MOVE LINKTAB-NOME(LINKTAB-IX) TO STAMPA-FAM-LEGAME
000770     END-IF.
000780 EX-9820-NOME-LEGAME.
000790     EXIT.
