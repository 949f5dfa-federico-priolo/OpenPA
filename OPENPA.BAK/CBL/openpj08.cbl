000220** aperta o sospesa; dove l'importo cambia, il valore precedente
000230** viene archiviato in PRAHIST (come fa l'import di OPENPJ01) e la
000240** pratica aggiornata. Le pratiche la cui categoria non ha tariffa
000250** vengono lasciate come stanno e contate a parte. La posizione
000252** debitoria pagoPA di ogni pratica riprezzata viene riallineata
000254** dal servizio OPENPS04: l'avviso in essere risulta sostituito
000256** e ne viene emesso uno nuovo per l'importo aggiornato.
000260*
000270 IDENTIFICATION   DIVISION.
000280 PROGRAM-ID.      OPENPJ08.
000440         COPY "FILEHWS.CBL".
000450         COPY "RUNLGWS.CBL".
000460         COPY "FEECALC.CBL".
000465         COPY "POSDCALC.CBL".
000470*
000480 77  OPJ-EOF-SW                    PIC X(01).
000490     88  OPJ-EOF                       VALUE "S".
000520 77  OPJ-RICALCOLATE               PIC 9(07) COMP-5 VALUE 0.
000530 77  OPJ-INVARIATE                 PIC 9(07) COMP-5 VALUE 0.
000540 77  OPJ-SENZA-TARIFFA             PIC 9(07) COMP-5 VALUE 0.
000545 77  OPJ-AVVISI-RIEMESSI          PIC 9(07) COMP-5 VALUE 0.
000550*
000560 PROCEDURE  DIVISION.
000570*
001260         ADD 1 TO OPJ-RICALCOLATE.
001270         PERFORM ARCHIVIA-RICALCOLO
001280             THRU EX-ARCHIVIA-RICALCOLO.
001281         SET POSD-FUNZ-ALLINEA       TO TRUE.
001282         MOVE PRAVIEW-COMUNE-CODE    TO POSD-COMUNE-CODE.
001283         MOVE PRAVIEW-PRATICA-ID     TO POSD-PRATICA-ID.
001284         MOVE PRAVIEW-PROTOCOLLO     TO POSD-PROTOCOLLO.
001285         MOVE PRAVIEW-IMPORTO-DOVUTO TO POSD-IMPORTO-DOVUTO.
001286         CALL "OPENPS04" USING POSDCALC-AREA.
001287         IF POSD-ESITO-EMESSA
001288             ADD 1 TO OPJ-AVVISI-RIEMESSI
001289         END-IF.
001290 EX-RICALCOLA-PRATICA.
001300         EXIT.
001310*
001490             TO PRAHIST-NEW-IMPORTO-DOVUTO.
001500         MOVE PRAVIEW-CODICE-FISCALE
001510             TO PRAHIST-CODICE-FISCALE.
001512         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
001514             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
001516             PRAHIST-NEW-ASSEGNATARIO.
001520         WRITE PRAHIST-RECORD.
001530 EX-ARCHIVIA-RICALCOLO.
001540         EXIT.
001580         CLOSE PRAHIST.
001590         DISPLAY "OPENPJ08: ricalcolate " OPJ-RICALCOLATE
001600             " invariate " OPJ-INVARIATE
001610             " senza tariffa " OPJ-SENZA-TARIFFA
001612             " avvisi riemessi " OPJ-AVVISI-RIEMESSI.
001620         MOVE OPJ-RICALCOLATE TO RUNLG-CONTA.
001630         PERFORM SEGNA-FINE-CORSA
001640             THRU EX-SEGNA-FINE-CORSA.
