000010*
000020* PIODOC.CBL - document list paragraphs, COPYed into the PROCEDURE
000030* DIVISION alongside PIOVIEW/PIORATE. 9700-PRINT-DOCUMENTI prints,
000040* under the summary, one line per PRATTACH row of the pratica in
000050* PRA-COMUNE-CODE/PRA-PRATICA-ID with whether it counts as
000060* received: a document still in quarantena or found infetto does
000070* not, nor does one that needed a digital signature and lacks a
000080* valid one. The signer and the OPENPJ28 verdict follow on a line
000090* of their own, with the mark for a signer who is neither the
000100* richiedente nor the delegato.
000110*
000120 9700-PRINT-DOCUMENTI.
000130     SET STAMPA-DOC-NOT-EOF TO TRUE.
000140     OPEN INPUT PRATTACH.
000150     IF STATUS-PRATTACH NOT = "00"
000160         GO TO EX-9700-PRINT-DOCUMENTI
000170     END-IF.
000180     MOVE LOW-VALUES      TO PRATTACH-KEY.
000190     MOVE PRA-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
000200     MOVE PRA-PRATICA-ID  TO PRATTACH-PRATICA-ID.
000210     START PRATTACH KEY IS NOT LESS THAN PRATTACH-KEY
000220         INVALID KEY
000230             SET STAMPA-DOC-EOF TO TRUE
000240     END-START.
000250     PERFORM 9710-PRINT-DOCUMENTO
000260         THRU EX-9710-PRINT-DOCUMENTO
000270         UNTIL STAMPA-DOC-EOF.
000280     CLOSE PRATTACH.
000290 EX-9700-PRINT-DOCUMENTI.
000300     EXIT.
000310*
000320 9710-PRINT-DOCUMENTO.
000330     READ PRATTACH NEXT RECORD
000340         AT END
000350             SET STAMPA-DOC-EOF TO TRUE
000360             GO TO EX-9710-PRINT-DOCUMENTO
000370     END-READ.
000380     IF PRATTACH-COMUNE-CODE NOT = PRA-COMUNE-CODE
000390         OR PRATTACH-PRATICA-ID NOT = PRA-PRATICA-ID
000400         SET STAMPA-DOC-EOF TO TRUE
000410         GO TO EX-9710-PRINT-DOCUMENTO
000420     END-IF.

000430     EVALUATE TRUE
000440         WHEN PRATTACH-IN-QUARANTENA
000450             MOVE "NON RICEVUTO - IN VERIFICA ANTIVIRUS"
000460                 TO STAMPA-DOC-ESITO
000470         WHEN PRATTACH-INFETTO
000480             MOVE "NON RICEVUTO - RESPINTO ANTIVIRUS"
000490                 TO STAMPA-DOC-ESITO
000500         WHEN PRATTACH-FIRMA-RICHIESTA
000510             AND PRATTACH-FIRMA-DA-VERIFICARE
000520             MOVE "NON RICEVUTO - FIRMA IN VERIFICA"
000530                 TO STAMPA-DOC-ESITO
000540         WHEN PRATTACH-FIRMA-RICHIESTA
000550             AND PRATTACH-FIRMA-NON-VALIDA
000560             MOVE "NON RICEVUTO - FIRMA NON VALIDA"
000570                 TO STAMPA-DOC-ESITO
000580         WHEN PRATTACH-FIRMA-RICHIESTA
000590             AND PRATTACH-FIRMA-SCADUTA
000600             MOVE "NON RICEVUTO - CERTIFICATO SCADUTO"
000610                 TO STAMPA-DOC-ESITO
000620         WHEN PRATTACH-FIRMA-RICHIESTA
000630             AND NOT PRATTACH-FIRMA-VALIDA
000640             MOVE "NON RICEVUTO - FIRMA DIGITALE ASSENTE"
000650                 TO STAMPA-DOC-ESITO
000660         WHEN OTHER
000670             MOVE "RICEVUTO" TO STAMPA-DOC-ESITO
000680     END-EVALUATE.
000690     MOVE SPACES TO STAMPA-LINE.
000700     STRING "  DOCUMENTO "           DELIMITED BY SIZE
000710         PRATTACH-DOC-TYPE           DELIMITED BY SIZE
000720         " "                         DELIMITED BY SIZE
000730         PRATTACH-UPLOAD-DATE        DELIMITED BY SIZE
000740         " "                         DELIMITED BY SIZE
000750         STAMPA-DOC-ESITO            DELIMITED BY SIZE
000760         INTO STAMPA-LINE
000770     END-STRING.
000780     PERFORM 9150-WRITE-STAMPA-LINE
000790         THRU EX-9150-WRITE-STAMPA-LINE.

000800     IF PRATTACH-FIRMATARIO-CF = SPACES
000810         OR PRATTACH-FIRMATARIO-CF = LOW-VALUES
000820         GO TO EX-9710-PRINT-DOCUMENTO
000830     END-IF.
000840     MOVE SPACES TO STAMPA-DOC-ESITO.
000850     IF PRATTACH-CERT-NON-VALIDO
000860         MOVE "CERTIFICATO NON IN CORSO" TO STAMPA-DOC-ESITO
000870     END-IF.
000880     IF PRATTACH-FIRMATARIO-ESTRANEO
000890         MOVE "FIRMATARIO ESTRANEO ALLA PRATICA"
000900             TO STAMPA-DOC-ESITO
000910     END-IF.
000920     MOVE SPACES TO STAMPA-LINE.
000930     STRING "    FIRMATO DA "        DELIMITED BY SIZE
000940         PRATTACH-FIRMATARIO-CF      DELIMITED BY SIZE
000950         " IL "                      DELIMITED BY SIZE
000960         PRATTACH-FIRMA-DATA         DELIMITED BY SIZE
000970         " "                         DELIMITED BY SIZE
000980         STAMPA-DOC-ESITO            DELIMITED BY SIZE
000990         INTO STAMPA-LINE
001000     END-STRING.
001010     PERFORM 9150-WRITE-STAMPA-LINE
001020         THRU EX-9150-WRITE-STAMPA-LINE.
001030 EX-9710-PRINT-DOCUMENTO.
001040     EXIT.
