000010*
000020* PIOPOSD.CBL - avviso di pagamento paragraphs, COPYed into the
000030* PROCEDURE DIVISION alongside PIOWEB1/PIOVIEW/PIOTAB/PIOPAY.
000040* 9500-PRINT-AVVISO prints the open PRAPOSD posizione debitoria
000050* of the pratica in PRA-COMUNE-CODE/PRA-PRATICA-ID - ente,
000060* pratica, debitore, codice avviso, IUV, importo and due date -
000070* through 9150-WRITE-STAMPA-LINE, so the avviso paginates and
000080* heads its pages like every other report; a pratica with no
000090* open position gets a line saying so instead.
000100*
000110 9500-PRINT-AVVISO.
000120     OPEN INPUT PRAVIEW.
000130     MOVE "PRAVIEW"      TO FILEH-NAME.
000140     MOVE STATUS-PRAVIEW TO FILEH-STATUS.
000150     PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
000160     IF FILEH-FATAL
000170         GO TO EX-9500-PRINT-AVVISO
000180     END-IF.
000190     MOVE PRA-COMUNE-CODE  TO PRAVIEW-COMUNE-CODE.
000200     MOVE PRA-PRATICA-ID   TO PRAVIEW-PRATICA-ID.
000210     READ PRAVIEW
000220         INVALID KEY
000230             CLOSE PRAVIEW
000240             GO TO EX-9500-PRINT-AVVISO
000250     END-READ.
000260     CLOSE PRAVIEW.

000270     PERFORM 9510-CERCA-AVVISO THRU EX-9510-CERCA-AVVISO.
000280     IF AVVISO-NON-TROVATO
000290         MOVE SPACES TO STAMPA-LINE
000300         STRING "NESSUNA POSIZIONE DEBITORIA APERTA PRATICA "
000310                 DELIMITED BY SIZE
000320             PRA-PRATICA-ID          DELIMITED BY SIZE
000330             INTO STAMPA-LINE
000340         END-STRING
000350         PERFORM 9150-WRITE-STAMPA-LINE
000360             THRU EX-9150-WRITE-STAMPA-LINE
000370         GO TO EX-9500-PRINT-AVVISO
000380     END-IF.

000390     MOVE SPACES TO STAMPA-LINE.
000400     STRING "ENTE CREDITORE COMUNE " DELIMITED BY SIZE
000410         PRA-COMUNE-CODE             DELIMITED BY SIZE
000420         INTO STAMPA-LINE
000430     END-STRING.
000440     PERFORM 9150-WRITE-STAMPA-LINE
000450         THRU EX-9150-WRITE-STAMPA-LINE.
000460     MOVE SPACES TO STAMPA-LINE.
000470     STRING "PRATICA "               DELIMITED BY SIZE
000480         PRAVIEW-PRATICA-ID          DELIMITED BY SIZE
000490         " PROT "                    DELIMITED BY SIZE
000500         PRAVIEW-PROTO-ANNO          DELIMITED BY SIZE
000510         "/"                         DELIMITED BY SIZE
000520         PRAVIEW-PROTO-NUMERO        DELIMITED BY SIZE
000530         " CATEGORIA "               DELIMITED BY SIZE
000540         PRAVIEW-CATEGORIA           DELIMITED BY SIZE
000550         INTO STAMPA-LINE
000560     END-STRING.
000570     PERFORM 9150-WRITE-STAMPA-LINE
000580         THRU EX-9150-WRITE-STAMPA-LINE.
000590     MOVE SPACES TO STAMPA-LINE.
000600     STRING "DEBITORE "              DELIMITED BY SIZE
000610         PRAVIEW-RICHIEDENTE         DELIMITED BY SIZE
000620         " "                         DELIMITED BY SIZE
000630         PRAVIEW-CODICE-FISCALE      DELIMITED BY SIZE
000640         INTO STAMPA-LINE
000650     END-STRING.
000660     PERFORM 9150-WRITE-STAMPA-LINE
000670         THRU EX-9150-WRITE-STAMPA-LINE.
000680     MOVE SPACES TO STAMPA-LINE.
000690     STRING "CODICE AVVISO "         DELIMITED BY SIZE
000700         PRAPOSD-CODICE-AVVISO       DELIMITED BY SIZE
000710         "  IUV "                    DELIMITED BY SIZE
000720         PRAPOSD-IUV                 DELIMITED BY SIZE
000730         INTO STAMPA-LINE
000740     END-STRING.
000750     PERFORM 9150-WRITE-STAMPA-LINE
000760         THRU EX-9150-WRITE-STAMPA-LINE.
000770     MOVE PRAPOSD-IMPORTO TO STAMPA-IMPORTO-DISPLAY.
000780     MOVE SPACES TO STAMPA-LINE.
000790     STRING "IMPORTO "               DELIMITED BY SIZE
000800         STAMPA-IMPORTO-DISPLAY      DELIMITED BY SIZE
000810         "  DA PAGARE ENTRO IL "     DELIMITED BY SIZE
000820         PRAPOSD-DATA-SCADENZA       DELIMITED BY SIZE
000830         INTO STAMPA-LINE
000840     END-STRING.
000850     PERFORM 9150-WRITE-STAMPA-LINE
000860         THRU EX-9150-WRITE-STAMPA-LINE.
000870     MOVE SPACES TO STAMPA-LINE.
000880     STRING "CAUSALE DIRITTI PRATICA " DELIMITED BY SIZE
000890         PRAVIEW-PRATICA-ID          DELIMITED BY SIZE
000900         " EMESSO IL "               DELIMITED BY SIZE
000910         PRAPOSD-DATA-EMISSIONE      DELIMITED BY SIZE
000920         INTO STAMPA-LINE
000930     END-STRING.
000940     PERFORM 9150-WRITE-STAMPA-LINE
000950         THRU EX-9150-WRITE-STAMPA-LINE.
000960 EX-9500-PRINT-AVVISO.
000970     EXIT.
000980*
000990* 9510-CERCA-AVVISO leaves the pratica's APERTA position in the
001000* PRAPOSD buffer, walking its rows in progressive order.
001010*
001020 9510-CERCA-AVVISO.
001030     SET AVVISO-NON-TROVATO TO TRUE.
001040     OPEN INPUT PRAPOSD.
001050     IF STATUS-PRAPOSD NOT = "00"
001060         GO TO EX-9510-CERCA-AVVISO
001070     END-IF.
001080     SET AVVISO-NOT-EOF TO TRUE.
001090     MOVE PRA-COMUNE-CODE TO PRAPOSD-COMUNE-CODE.
001100     MOVE PRA-PRATICA-ID  TO PRAPOSD-PRATICA-ID.
001110     MOVE 0               TO PRAPOSD-PROGRESSIVO.
001120     START PRAPOSD KEY IS NOT LESS THAN PRAPOSD-KEY
001130         INVALID KEY
001140             SET AVVISO-EOF TO TRUE
001150     END-START.
001160     PERFORM 9520-LEGGI-AVVISO THRU EX-9520-LEGGI-AVVISO
001170         UNTIL AVVISO-EOF.
001180     CLOSE PRAPOSD.
001190 EX-9510-CERCA-AVVISO.
001200     EXIT.
001210*
001220 9520-LEGGI-AVVISO.
001230     READ PRAPOSD NEXT RECORD
001240         AT END
001250             SET AVVISO-EOF TO TRUE
001260             GO TO EX-9520-LEGGI-AVVISO
001270     END-READ.
001280     IF PRAPOSD-COMUNE-CODE NOT = PRA-COMUNE-CODE
001290         OR PRAPOSD-PRATICA-ID NOT = PRA-PRATICA-ID
001300         SET AVVISO-EOF TO TRUE
001310         GO TO EX-9520-LEGGI-AVVISO
001320     END-IF.
001330     IF PRAPOSD-APERTA
001340         SET AVVISO-TROVATO TO TRUE
001350         SET AVVISO-EOF     TO TRUE
001360     END-IF.
001370 EX-9520-LEGGI-AVVISO.
001380     EXIT.
