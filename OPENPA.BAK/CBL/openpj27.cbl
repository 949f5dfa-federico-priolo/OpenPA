000010*
000020* Copyright (C) 2010-2026 Federico Priolo TP ONE SRL federico.priolo@tp-one.it
000030*
000040* This program is free software; you can redistribute it and/or modify
000050* it under the terms of the GNU General Public License as published by
000060* the Free Software Foundation; either version 2, or (at your option)
000070* any later version.
000080*
000090* This program is distributed in the hope that it will be useful,
000100* but WITHOUT ANY WARRANTY; without even the implied warranty of
000110* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000120* GNU General Public License for more details.
000130*
000140* You should have received a copy of the GNU General Public License
000150* along with this software; see the file COPYING.  If not, write to
000160* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000170* Boston, MA 02110-1301 USA
000180*
000190** flusso batch della conservazione a norma: in modo PREPARA
000200** costruisce i pacchetti di versamento per il conservatore
000210** accreditato - uno per ogni pratica CH/AC/RE con documenti, col
000220** manifesto dei metadati PRATTACH, checksum e protocollo di ogni
000230** documento, e uno per ogni giornata chiusa del registro PRAREG -
000240** e li annota in PRACONS come inviati; una pratica con documenti
000250** ancora in quarantena aspetta la notte dopo. In modo ESITI
000260** consuma il rapporto di versamento RAPPVERS del conservatore e
000270** segna ogni pacchetto accettato o rifiutato. Un pacchetto
000280** rifiutato si rimanda solo dopo la correzione, quando un
000290** operatore lo segna con "CORREGGI comune P|R riferimento
000300** operatore": il PREPARA successivo lo ricostruisce dai dati
000310** correnti. OPENPJ18 non sigilla una pratica il cui pacchetto
000320** non risulta accettato.
000330*
000340 IDENTIFICATION   DIVISION.
000350 PROGRAM-ID.      OPENPJ27.
000360 ENVIRONMENT      DIVISION.
000370 CONFIGURATION    SECTION.
000380         COPY "SPECIAL.CBL".
000390 INPUT-OUTPUT     SECTION.
000400 FILE-CONTROL.

000410         COPY "SELVIEW.CBL".
000420         COPY "SELATTACH.CBL".
000430         COPY "SELREG.CBL".
000440         COPY "SELCONS.CBL".
000450         COPY "SELPDV.CBL".
000460         COPY "SELRDV.CBL".

000470         COPY "SELRUNLG.CBL".

000480 DATA             DIVISION.
000490 FILE SECTION.

000500         COPY "FDEVIEW.CBL".
000510         COPY "FDEATTACH.CBL".
000520         COPY "FDEREG.CBL".
000530         COPY "FDECONS.CBL".
000540         COPY "FDEPDV.CBL".
000550         COPY "FDERDV.CBL".

000560         COPY "FDERUNLG.CBL".

000570 WORKING-STORAGE  SECTION.

000580         COPY "GLOBALS.CBL".
000590         COPY "FILEHWS.CBL".
000600         COPY "RUNLGWS.CBL".
000610*
000620 77  PDV-PATH                      PIC X(64).
000630 77  OPJ-COMMAND-LINE              PIC X(80).
000640 77  OPJ-MODO                      PIC X(08).
000650     88  OPJ-MODO-PREPARA              VALUE "PREPARA".
000660     88  OPJ-MODO-ESITI                VALUE "ESITI".
000670     88  OPJ-MODO-CORREGGI             VALUE "CORREGGI".
000680 77  OPJ-ARG-COMUNE                PIC X(06).
000690 77  OPJ-ARG-TIPO                  PIC X(01).
000700 77  OPJ-ARG-RIFERIMENTO           PIC X(10).
000710 77  OPJ-ARG-OPERATORE             PIC X(30).
000720 77  OPJ-TODAY-DATE                PIC 9(08).
000730 77  OPJ-EOF-SW                    PIC X(01).
000740     88  OPJ-EOF                       VALUE "S".
000750     88  OPJ-NOT-EOF                   VALUE "N".
000760 77  OPJ-SUB-EOF-SW                PIC X(01).
000770     88  OPJ-SUB-EOF                   VALUE "S".
000780     88  OPJ-SUB-NOT-EOF               VALUE "N".
000790*
000800* Run tallies, shown on SYSOUT at the end.
000810*
000820 77  OPJ-PACCHETTI-PRATICA         PIC 9(07) COMP-5 VALUE 0.
000830 77  OPJ-PACCHETTI-REGISTRO        PIC 9(07) COMP-5 VALUE 0.
000840 77  OPJ-RINVIATI                  PIC 9(07) COMP-5 VALUE 0.
000850 77  OPJ-IN-QUARANTENA             PIC 9(07) COMP-5 VALUE 0.
000860 77  OPJ-NON-APRIBILI              PIC 9(07) COMP-5 VALUE 0.
000870 77  OPJ-ACCETTATI                 PIC 9(07) COMP-5 VALUE 0.
000880 77  OPJ-RIFIUTATI                 PIC 9(07) COMP-5 VALUE 0.
000890 77  OPJ-ORFANI                    PIC 9(07) COMP-5 VALUE 0.
000900 77  OPJ-IGNOTI                    PIC 9(07) COMP-5 VALUE 0.
000910*
000920* The package under construction: whether PRACONS already has
000930* its row, the documents found, the lines written and their
000940* checksum total.
000950*
000960 77  OPJ-CONS-SW                   PIC X(01).
000970     88  OPJ-CONS-NUOVO                VALUE "N".
000980     88  OPJ-CONS-ESISTENTE            VALUE "E".
000990     88  OPJ-CONS-SALTA                VALUE "S".
001000 77  OPJ-DOCUMENTI                 PIC 9(05) COMP-5.
001010 77  OPJ-QUARANTENA                PIC 9(05) COMP-5.
001020 77  OPJ-RIGHE                     PIC 9(07) COMP-5.
001030 77  OPJ-CHECKSUM                  PIC 9(15) COMP-5.
001040 77  OPJ-NUM-INVIO                 PIC 9(03).
001050*
001060* Registro walk: the comune and day of the group being packed
001070* and whether it is being packed at all.
001080*
001090 77  OPJ-REG-COMUNE                PIC X(06).
001100 77  OPJ-REG-DATA                  PIC 9(08).
001110 77  OPJ-GRUPPO-SW                 PIC X(01).
001120     88  OPJ-GRUPPO-ATTIVO             VALUE "S".
001130     88  OPJ-GRUPPO-INATTIVO           VALUE "N".
001140*
001150 PROCEDURE  DIVISION.
001160*
001170         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.

001180         EVALUATE TRUE
001190             WHEN OPJ-MODO-PREPARA
001200                 PERFORM PREPARA-PACCHETTI
001210                     THRU EX-PREPARA-PACCHETTI
001220             WHEN OPJ-MODO-ESITI
001230                 PERFORM CARICA-ESITI
001240                     THRU EX-CARICA-ESITI
001250             WHEN OPJ-MODO-CORREGGI
001260                 PERFORM CORREGGI-PACCHETTO
001270                     THRU EX-CORREGGI-PACCHETTO
001280             WHEN OTHER
001290                 DISPLAY "OPENPJ27: uso PREPARA, ESITI oppure "
001300                     "CORREGGI comune P|R riferimento operatore"
001310                 MOVE 12 TO RETURN-CODE
001320         END-EVALUATE.

001330         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

001340         GOBACK.
001350*
001360 INIZIO-BATCH.
001370         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001380         MOVE SPACES TO OPJ-COMMAND-LINE.
001390         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
001400         MOVE SPACES TO OPJ-MODO.
001410         MOVE SPACES TO OPJ-ARG-COMUNE.
001420         MOVE SPACES TO OPJ-ARG-TIPO.
001430         MOVE SPACES TO OPJ-ARG-RIFERIMENTO.
001440         MOVE SPACES TO OPJ-ARG-OPERATORE.
001450         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
001460             INTO OPJ-MODO OPJ-ARG-COMUNE OPJ-ARG-TIPO
001470                  OPJ-ARG-RIFERIMENTO OPJ-ARG-OPERATORE
001480         END-UNSTRING.
001490         SET OPJ-NOT-EOF TO TRUE.
001500         MOVE "OPENPJ27" TO FILEH-PROGRAMMA.
001510         PERFORM SEGNA-INIZIO-CORSA
001520             THRU EX-SEGNA-INIZIO-CORSA.
001530 EX-INIZIO-BATCH.
001540         EXIT.
001550*
001560* OPEN-PRACONS opens the tracking file for update, creating it
001570* the first night the conservazione runs.
001580*
001590 OPEN-PRACONS.
001600         OPEN I-O PRACONS.
001610         IF STATUS-PRACONS = "35"
001620             OPEN OUTPUT PRACONS
001630             CLOSE PRACONS
001640             OPEN I-O PRACONS
001650         END-IF.
001660         MOVE "PRACONS"      TO FILEH-NAME.
001670         MOVE STATUS-PRACONS TO FILEH-STATUS.
001680         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001690 EX-OPEN-PRACONS.
001700         EXIT.
001710*
001720* PREPARA-PACCHETTI walks PRAVIEW for the closed pratiche, then
001730* PRAREG day by day for the registro.
001740*
001750 PREPARA-PACCHETTI.
001760         OPEN INPUT PRAVIEW.
001770         MOVE "PRAVIEW"       TO FILEH-NAME.
001780         MOVE STATUS-PRAVIEW  TO FILEH-STATUS.
001790         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001800         OPEN INPUT PRATTACH.
001810         MOVE "PRATTACH"      TO FILEH-NAME.
001820         MOVE STATUS-PRATTACH TO FILEH-STATUS.
001830         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001840         OPEN INPUT PRAREG.
001850         MOVE "PRAREG"        TO FILEH-NAME.
001860         MOVE STATUS-PRAREG   TO FILEH-STATUS.
001870         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001880         PERFORM OPEN-PRACONS THRU EX-OPEN-PRACONS.

001890         SET OPJ-NOT-EOF TO TRUE.
001900         MOVE LOW-VALUES TO PRAVIEW-KEY.
001910         START PRAVIEW KEY IS NOT LESS THAN PRAVIEW-KEY
001920             INVALID KEY
001930                 SET OPJ-EOF TO TRUE
001940         END-START.
001950         PERFORM ESAMINA-PRATICA THRU EX-ESAMINA-PRATICA
001960             UNTIL OPJ-EOF.

001970         SET OPJ-NOT-EOF TO TRUE.
001980         SET OPJ-GRUPPO-INATTIVO TO TRUE.
001990         MOVE SPACES TO OPJ-REG-COMUNE.
002000         MOVE 0      TO OPJ-REG-DATA.
002010         MOVE LOW-VALUES TO PRAREG-KEY.
002020         START PRAREG KEY IS NOT LESS THAN PRAREG-KEY
002030             INVALID KEY
002040                 SET OPJ-EOF TO TRUE
002050         END-START.
002060         PERFORM ESAMINA-REGISTRO THRU EX-ESAMINA-REGISTRO
002070             UNTIL OPJ-EOF.
002080         PERFORM CHIUDI-GRUPPO THRU EX-CHIUDI-GRUPPO.

002090         CLOSE PRAVIEW.
002100         CLOSE PRATTACH.
002110         CLOSE PRAREG.
002120         CLOSE PRACONS.
002130 EX-PREPARA-PACCHETTI.
002140         EXIT.
002150*
002160* ESAMINA-PRATICA packs one closed pratica - never one without
002170* documents, and not yet one with a document still waiting for
002180* its antivirus verdict. A pratica already sent and not handed
002190* back for correction is packed again only when its liberated
002200* documents no longer match the package on record (count and
002210* checksum), as when the signed provvedimento is released after
002220* the first send. Infected documents never reach the
002230* conservatore.
002240*
002250 ESAMINA-PRATICA.
002260         READ PRAVIEW NEXT RECORD
002270             AT END
002280                 SET OPJ-EOF TO TRUE
002290                 GO TO EX-ESAMINA-PRATICA
002300         END-READ.
002310         IF NOT PRAVIEW-STATO-CHIUSA
002320             AND NOT PRAVIEW-STATO-ACCOLTA
002330             AND NOT PRAVIEW-STATO-RESPINTA
002340             GO TO EX-ESAMINA-PRATICA
002350         END-IF.

002360         MOVE PRAVIEW-COMUNE-CODE TO PRACONS-COMUNE-CODE.
002370         SET PRACONS-PRATICA      TO TRUE.
002380         MOVE PRAVIEW-PRATICA-ID  TO PRACONS-RIFERIMENTO.
002390         PERFORM LEGGI-PRACONS THRU EX-LEGGI-PRACONS.

002400         MOVE 0 TO OPJ-DOCUMENTI.
002410         MOVE 0 TO OPJ-CHECKSUM.
002420         MOVE 0 TO OPJ-QUARANTENA.
002430         PERFORM POSIZIONA-PRATTACH THRU EX-POSIZIONA-PRATTACH.
002440         PERFORM CONTA-DOCUMENTO THRU EX-CONTA-DOCUMENTO
002450             UNTIL OPJ-SUB-EOF.
002460         IF OPJ-CONS-SALTA
002470             AND PRACONS-NUM-DOCUMENTI = OPJ-DOCUMENTI
002480             AND PRACONS-CHECKSUM = OPJ-CHECKSUM
002490             GO TO EX-ESAMINA-PRATICA
002500         END-IF.
002510         IF OPJ-CONS-SALTA
002520             SET OPJ-CONS-ESISTENTE TO TRUE
002530         END-IF.
002540         IF OPJ-QUARANTENA > 0
002550             ADD 1 TO OPJ-IN-QUARANTENA
002560             GO TO EX-ESAMINA-PRATICA
002570         END-IF.
002580         IF OPJ-DOCUMENTI = 0
002590             GO TO EX-ESAMINA-PRATICA
002600         END-IF.

002610         MOVE PRAVIEW-PRATICA-ID TO OPJ-ARG-RIFERIMENTO.
002620         PERFORM APRI-PACCHETTO THRU EX-APRI-PACCHETTO.
002630         IF STATUS-PDVFILE NOT = "00"
002640             GO TO EX-ESAMINA-PRATICA
002650         END-IF.
002660         MOVE PRAVIEW-PROTOCOLLO     TO PDV-PROTOCOLLO.
002670         MOVE PRAVIEW-STATO          TO PDV-STATO.
002680         MOVE PRAVIEW-RICHIEDENTE    TO PDV-RICHIEDENTE.
002690         MOVE PRAVIEW-CODICE-FISCALE TO PDV-CODICE-FISCALE.
002700         MOVE PRAVIEW-DATA-APERTURA  TO PDV-DATA-APERTURA.
002710         PERFORM SCRIVI-PDV THRU EX-SCRIVI-PDV.

002720         PERFORM POSIZIONA-PRATTACH THRU EX-POSIZIONA-PRATTACH.
002730         PERFORM SCRIVI-DOCUMENTO THRU EX-SCRIVI-DOCUMENTO
002740             UNTIL OPJ-SUB-EOF.

002750         PERFORM CHIUDI-PACCHETTO THRU EX-CHIUDI-PACCHETTO.
002760         ADD 1 TO OPJ-PACCHETTI-PRATICA.
002770 EX-ESAMINA-PRATICA.
002780         EXIT.
002790*
002800* LEGGI-PRACONS looks the package up: no row means a new one,
002810* a row handed back for correction is sent again, any other
002820* row (sent, accepted, rejected awaiting correction) is left,
002830* unless the caller finds its content has changed since.
002840*
002850 LEGGI-PRACONS.
002860         SET OPJ-CONS-NUOVO TO TRUE.
002870         READ PRACONS
002880             INVALID KEY
002890                 GO TO EX-LEGGI-PRACONS
002900         END-READ.
002910         IF PRACONS-DA-REINVIARE
002920             SET OPJ-CONS-ESISTENTE TO TRUE
002930         ELSE
002940             SET OPJ-CONS-SALTA TO TRUE
002950         END-IF.
002960 EX-LEGGI-PRACONS.
002970         EXIT.
002980*
002990 POSIZIONA-PRATTACH.
003000         SET OPJ-SUB-NOT-EOF TO TRUE.
003010         MOVE LOW-VALUES          TO PRATTACH-KEY.
003020         MOVE PRAVIEW-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
003030         MOVE PRAVIEW-PRATICA-ID  TO PRATTACH-PRATICA-ID.
003040         START PRATTACH KEY IS NOT LESS THAN PRATTACH-KEY
003050             INVALID KEY
003060                 SET OPJ-SUB-EOF TO TRUE
003070         END-START.
003080 EX-POSIZIONA-PRATTACH.
003090         EXIT.
003100*
003110 LEGGI-PRATTACH.
003120         READ PRATTACH NEXT RECORD
003130             AT END
003140                 SET OPJ-SUB-EOF TO TRUE
003150                 GO TO EX-LEGGI-PRATTACH
003160         END-READ.
003170         IF PRATTACH-COMUNE-CODE NOT = PRAVIEW-COMUNE-CODE
003180             OR PRATTACH-PRATICA-ID NOT = PRAVIEW-PRATICA-ID
003190             SET OPJ-SUB-EOF TO TRUE
003200         END-IF.
003210 EX-LEGGI-PRATTACH.
003220         EXIT.
003230*
003240 CONTA-DOCUMENTO.
003250         PERFORM LEGGI-PRATTACH THRU EX-LEGGI-PRATTACH.
003260         IF OPJ-SUB-EOF
003270             GO TO EX-CONTA-DOCUMENTO
003280         END-IF.
003290         IF PRATTACH-IN-QUARANTENA
003300             ADD 1 TO OPJ-QUARANTENA
003310         END-IF.
003320         IF PRATTACH-LIBERATO
003330             ADD 1 TO OPJ-DOCUMENTI
003340             ADD PRATTACH-CHECKSUM TO OPJ-CHECKSUM
003350         END-IF.
003360 EX-CONTA-DOCUMENTO.
003370         EXIT.
003380*
003390 SCRIVI-DOCUMENTO.
003400         PERFORM LEGGI-PRATTACH THRU EX-LEGGI-PRATTACH.
003410         IF OPJ-SUB-EOF
003420             GO TO EX-SCRIVI-DOCUMENTO
003430         END-IF.
003440         IF NOT PRATTACH-LIBERATO
003450             GO TO EX-SCRIVI-DOCUMENTO
003460         END-IF.
003470         MOVE SPACES                TO PDVFILE-RECORD.
003480         SET PDV-DOCUMENTO          TO TRUE.
003490         MOVE PRAVIEW-PROTOCOLLO    TO PDV-DOC-PROTOCOLLO.
003500         MOVE PRATTACH-UPLOAD-DATE  TO PDV-DOC-UPLOAD-DATE.
003510         MOVE PRATTACH-UPLOAD-TIME  TO PDV-DOC-UPLOAD-TIME.
003520         MOVE PRATTACH-ORIGINAL-NAME TO PDV-DOC-NOME.
003530         MOVE PRATTACH-CONTENT-TYPE TO PDV-DOC-CONTENT-TYPE.
003540         MOVE PRATTACH-DOC-TYPE     TO PDV-DOC-TIPO.
003550         MOVE PRATTACH-STORED-PATH  TO PDV-DOC-PATH.
003560         MOVE PRATTACH-FILE-SIZE    TO PDV-DOC-SIZE.
003570         MOVE PRATTACH-CHECKSUM     TO PDV-DOC-CHECKSUM.
003580         MOVE PRATTACH-SCAN-BYTES   TO PDV-DOC-BYTES.
003590         ADD PRATTACH-CHECKSUM      TO OPJ-CHECKSUM.
003600         PERFORM SCRIVI-PDV THRU EX-SCRIVI-PDV.
003610 EX-SCRIVI-DOCUMENTO.
003620         EXIT.
003630*
003640* ESAMINA-REGISTRO walks the registro in key order, which is
003650* day order within each comune and year: every change of comune
003660* or day closes the package under way and opens the next. The
003670* registro of today is still being written and waits for
003680* tomorrow night.
003690*
003700 ESAMINA-REGISTRO.
003710         READ PRAREG NEXT RECORD
003720             AT END
003730                 SET OPJ-EOF TO TRUE
003740                 GO TO EX-ESAMINA-REGISTRO
003750         END-READ.
003760         IF PRAREG-COMUNE-CODE NOT = OPJ-REG-COMUNE
003770             OR PRAREG-DATA NOT = OPJ-REG-DATA
003780             PERFORM CHIUDI-GRUPPO THRU EX-CHIUDI-GRUPPO
003790             PERFORM APRI-GRUPPO   THRU EX-APRI-GRUPPO
003800         END-IF.
003810         IF OPJ-GRUPPO-INATTIVO
003820             GO TO EX-ESAMINA-REGISTRO
003830         END-IF.

003840         MOVE SPACES                TO PDVFILE-RECORD.
003850         SET PDV-PROTOCOLLO-REG     TO TRUE.
003860         MOVE PRAREG-ANNO           TO PDV-REG-ANNO.
003870         MOVE PRAREG-NUMERO         TO PDV-REG-NUMERO.
003880         MOVE PRAREG-DATA           TO PDV-REG-DATA.
003890         MOVE PRAREG-ORA            TO PDV-REG-ORA.
003900         MOVE PRAREG-PRATICA-ID     TO PDV-REG-PRATICA-ID.
003910         MOVE PRAREG-RICHIEDENTE    TO PDV-REG-RICHIEDENTE.
003920         MOVE PRAREG-OGGETTO        TO PDV-REG-OGGETTO.
003930         PERFORM SCRIVI-PDV THRU EX-SCRIVI-PDV.
003940         ADD 1 TO OPJ-DOCUMENTI.
003950 EX-ESAMINA-REGISTRO.
003960         EXIT.
003970*
003980 APRI-GRUPPO.
003990         MOVE PRAREG-COMUNE-CODE TO OPJ-REG-COMUNE.
004000         MOVE PRAREG-DATA        TO OPJ-REG-DATA.
004010         SET OPJ-GRUPPO-INATTIVO TO TRUE.
004020         IF PRAREG-DATA NOT < OPJ-TODAY-DATE
004030             GO TO EX-APRI-GRUPPO
004040         END-IF.

004050         MOVE PRAREG-COMUNE-CODE TO PRACONS-COMUNE-CODE.
004060         SET PRACONS-REGISTRO    TO TRUE.
004070         MOVE SPACES             TO PRACONS-RIFERIMENTO.
004080         MOVE PRAREG-DATA        TO PRACONS-RIFERIMENTO(1:8).
004090         PERFORM LEGGI-PRACONS THRU EX-LEGGI-PRACONS.
004100         IF OPJ-CONS-SALTA
004110             GO TO EX-APRI-GRUPPO
004120         END-IF.

004130         MOVE PRACONS-RIFERIMENTO TO OPJ-ARG-RIFERIMENTO.
004140         PERFORM APRI-PACCHETTO THRU EX-APRI-PACCHETTO.
004150         IF STATUS-PDVFILE NOT = "00"
004160             GO TO EX-APRI-GRUPPO
004170         END-IF.
004180         PERFORM SCRIVI-PDV THRU EX-SCRIVI-PDV.
004190         MOVE 0 TO OPJ-DOCUMENTI.
004200         SET OPJ-GRUPPO-ATTIVO TO TRUE.
004210 EX-APRI-GRUPPO.
004220         EXIT.
004230*
004240 CHIUDI-GRUPPO.
004250         IF OPJ-GRUPPO-INATTIVO
004260             GO TO EX-CHIUDI-GRUPPO
004270         END-IF.
004280         PERFORM CHIUDI-PACCHETTO THRU EX-CHIUDI-PACCHETTO.
004290         ADD 1 TO OPJ-PACCHETTI-REGISTRO.
004300         SET OPJ-GRUPPO-INATTIVO TO TRUE.
004310 EX-CHIUDI-GRUPPO.
004320         EXIT.
004330*
004340* APRI-PACCHETTO opens the manifest of the package whose key
004350* sits in PRACONS-KEY - one file per attempt, numbered - and
004360* stages the testata with the common fields; the caller adds
004370* its own before writing it. A manifest that will not open
004380* costs the package its turn, never the run.
004390*
004400 APRI-PACCHETTO.
004410         MOVE 1 TO OPJ-NUM-INVIO.
004420         IF OPJ-CONS-ESISTENTE
004430             COMPUTE OPJ-NUM-INVIO = PRACONS-NUM-INVII + 1
004440         END-IF.
004450         MOVE 0 TO OPJ-RIGHE.
004460         MOVE 0 TO OPJ-CHECKSUM.
004470         MOVE SPACES TO PDV-PATH.
004480         STRING "PDV."                DELIMITED BY SIZE
004490             PRACONS-COMUNE-CODE      DELIMITED BY SIZE
004500             "."                      DELIMITED BY SIZE
004510             PRACONS-TIPO             DELIMITED BY SIZE
004520             "."                      DELIMITED BY SIZE
004530             OPJ-ARG-RIFERIMENTO      DELIMITED BY SPACE
004540             "."                      DELIMITED BY SIZE
004550             OPJ-NUM-INVIO            DELIMITED BY SIZE
004560             INTO PDV-PATH
004570         END-STRING.
004580         OPEN OUTPUT PDVFILE.
004590         IF STATUS-PDVFILE NOT = "00"
004600             DISPLAY "OPENPJ27: pacchetto non apribile " PDV-PATH
004610             ADD 1 TO OPJ-NON-APRIBILI
004620             GO TO EX-APRI-PACCHETTO
004630         END-IF.
004640         MOVE SPACES              TO PDVFILE-RECORD.
004650         SET PDV-TESTATA          TO TRUE.
004660         MOVE OPJ-TODAY-DATE      TO PDV-DATA-CREAZIONE.
004670         MOVE OPJ-NUM-INVIO       TO PDV-NUM-INVIO.
004680         MOVE 0                   TO PDV-DATA-APERTURA.
004690 EX-APRI-PACCHETTO.
004700         EXIT.
004710*
004720* SCRIVI-PDV completes the staged line with the package key and
004730* writes it.
004740*
004750 SCRIVI-PDV.
004760         MOVE PRACONS-COMUNE-CODE TO PDV-COMUNE-CODE.
004770         MOVE PRACONS-TIPO        TO PDV-TIPO-PACCHETTO.
004780         MOVE OPJ-ARG-RIFERIMENTO TO PDV-RIFERIMENTO.
004790         WRITE PDVFILE-RECORD.
004800         ADD 1 TO OPJ-RIGHE.
004810 EX-SCRIVI-PDV.
004820         EXIT.
004830*
004840* CHIUDI-PACCHETTO writes the closing line, closes the manifest
004850* and books the package as sent: a new PRACONS row, or the row
004860* handed back for correction with its last answer cleared.
004870*
004880 CHIUDI-PACCHETTO.
004890         MOVE SPACES              TO PDVFILE-RECORD.
004900         SET PDV-CHIUSURA         TO TRUE.
004910         COMPUTE PDV-TOT-RIGHE = OPJ-RIGHE + 1.
004920         MOVE OPJ-CHECKSUM        TO PDV-TOT-CHECKSUM.
004930         PERFORM SCRIVI-PDV THRU EX-SCRIVI-PDV.
004940         CLOSE PDVFILE.

004950         IF OPJ-CONS-NUOVO
004960             MOVE SPACES TO PRACONS-CORRETTO-DA
004970         END-IF.
004980         SET PRACONS-INVIATO       TO TRUE.
004990         MOVE PDV-PATH             TO PRACONS-PACCHETTO.
005000         MOVE OPJ-NUM-INVIO        TO PRACONS-NUM-INVII.
005010         MOVE OPJ-TODAY-DATE       TO PRACONS-DATA-INVIO.
005020         MOVE OPJ-DOCUMENTI        TO PRACONS-NUM-DOCUMENTI.
005030         MOVE OPJ-CHECKSUM         TO PRACONS-CHECKSUM.
005040         MOVE 0                    TO PRACONS-DATA-ESITO.
005050         MOVE SPACES               TO PRACONS-ID-CONSERVAZIONE.
005060         MOVE SPACES               TO PRACONS-MOTIVO.
005070         IF OPJ-CONS-NUOVO
005080             WRITE PRACONS-RECORD
005090         ELSE
005100             REWRITE PRACONS-RECORD
005110             ADD 1 TO OPJ-RINVIATI
005120         END-IF.
005130         MOVE "PRACONS"      TO FILEH-NAME.
005140         MOVE STATUS-PRACONS TO FILEH-STATUS.
005150         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
005160 EX-CHIUDI-PACCHETTO.
005170         EXIT.
005180*
005190* CARICA-ESITI applies the conservatore's rapporto di versamento
005200* line by line, the way OPENPJ22 applies the scanner's verdicts:
005210* a line naming no package on file is an orphan, a word the
005220* conservatore never documented is ignored, and both are only
005230* counted.
005240*
005250 CARICA-ESITI.
005260         OPEN INPUT RAPPVERS.
005270         MOVE "RAPPVERS"      TO FILEH-NAME.
005280         MOVE STATUS-RAPPVERS TO FILEH-STATUS.
005290         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
005300         PERFORM OPEN-PRACONS THRU EX-OPEN-PRACONS.
005310         SET OPJ-NOT-EOF TO TRUE.
005320         PERFORM LAVORA-ESITO THRU EX-LAVORA-ESITO
005330             UNTIL OPJ-EOF.
005340         CLOSE RAPPVERS.
005350         CLOSE PRACONS.
005360 EX-CARICA-ESITI.
005370         EXIT.
005380*
005390 LAVORA-ESITO.
005400         READ RAPPVERS
005410             AT END
005420                 SET OPJ-EOF TO TRUE
005430                 GO TO EX-LAVORA-ESITO
005440         END-READ.
005450         IF NOT RDV-ACCETTATO
005460             AND NOT RDV-RIFIUTATO
005470             ADD 1 TO OPJ-IGNOTI
005480             GO TO EX-LAVORA-ESITO
005490         END-IF.
005500         MOVE RDV-COMUNE-CODE TO PRACONS-COMUNE-CODE.
005510         MOVE RDV-TIPO        TO PRACONS-TIPO.
005520         MOVE RDV-RIFERIMENTO TO PRACONS-RIFERIMENTO.
005530         READ PRACONS
005540             INVALID KEY
005550                 ADD 1 TO OPJ-ORFANI
005560                 GO TO EX-LAVORA-ESITO
005570         END-READ.

005580         IF RDV-DATA NUMERIC
005590             MOVE RDV-DATA       TO PRACONS-DATA-ESITO
005600         ELSE
005610             MOVE OPJ-TODAY-DATE TO PRACONS-DATA-ESITO
005620         END-IF.
005630         IF RDV-ACCETTATO
005640             SET PRACONS-ACCETTATO TO TRUE
005650             MOVE RDV-ID-CONSERVAZIONE TO PRACONS-ID-CONSERVAZIONE
005660             MOVE SPACES               TO PRACONS-MOTIVO
005670             ADD 1 TO OPJ-ACCETTATI
005680         ELSE
005690             SET PRACONS-RIFIUTATO TO TRUE
005700             MOVE RDV-MOTIVO TO PRACONS-MOTIVO
005710             ADD 1 TO OPJ-RIFIUTATI
005720             DISPLAY "OPENPJ27: rifiutato " PRACONS-COMUNE-CODE
005730                 " " PRACONS-TIPO " " PRACONS-RIFERIMENTO
005740                 " " RDV-MOTIVO
005750         END-IF.
005760         REWRITE PRACONS-RECORD.
005770         MOVE "PRACONS"      TO FILEH-NAME.
005780         MOVE STATUS-PRACONS TO FILEH-STATUS.
005790         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
005800 EX-LAVORA-ESITO.
005810         EXIT.
005820*
005830* CORREGGI-PACCHETTO hands a rejected package back for sending:
005840* the operatore states the cause has been put right, and the
005850* next PREPARA rebuilds the package from the data as it is now.
005860*
005870 CORREGGI-PACCHETTO.
005880         IF OPJ-ARG-COMUNE = SPACES
005890             OR (OPJ-ARG-TIPO NOT = "P"
005900                 AND OPJ-ARG-TIPO NOT = "R")
005910             OR OPJ-ARG-RIFERIMENTO = SPACES
005920             OR OPJ-ARG-OPERATORE = SPACES
005930             DISPLAY "OPENPJ27: uso CORREGGI comune P|R "
005940                 "riferimento operatore"
005950             MOVE 12 TO RETURN-CODE
005960             GO TO EX-CORREGGI-PACCHETTO
005970         END-IF.
005980         PERFORM OPEN-PRACONS THRU EX-OPEN-PRACONS.
005990         MOVE OPJ-ARG-COMUNE      TO PRACONS-COMUNE-CODE.
006000         MOVE OPJ-ARG-TIPO        TO PRACONS-TIPO.
006010         MOVE OPJ-ARG-RIFERIMENTO TO PRACONS-RIFERIMENTO.
006020         READ PRACONS
006030             INVALID KEY
006040                 DISPLAY "OPENPJ27: pacchetto inesistente "
006050                     OPJ-ARG-COMUNE " " OPJ-ARG-TIPO " "
006060                     OPJ-ARG-RIFERIMENTO
006070                 CLOSE PRACONS
006080                 MOVE 8 TO RETURN-CODE
006090                 GO TO EX-CORREGGI-PACCHETTO
006100         END-READ.
006110         IF NOT PRACONS-RIFIUTATO
006120             DISPLAY "OPENPJ27: pacchetto non rifiutato, stato "
006130                 PRACONS-STATO
006140             CLOSE PRACONS
006150             MOVE 8 TO RETURN-CODE
006160             GO TO EX-CORREGGI-PACCHETTO
006170         END-IF.
006180         SET PRACONS-DA-REINVIARE TO TRUE.
006190         MOVE OPJ-ARG-OPERATORE   TO PRACONS-CORRETTO-DA.
006200         REWRITE PRACONS-RECORD.
006210         MOVE "PRACONS"      TO FILEH-NAME.
006220         MOVE STATUS-PRACONS TO FILEH-STATUS.
006230         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
006240         CLOSE PRACONS.
006250         DISPLAY "OPENPJ27: pacchetto da reinviare "
006260             OPJ-ARG-COMUNE " " OPJ-ARG-TIPO " "
006270             OPJ-ARG-RIFERIMENTO.
006280 EX-CORREGGI-PACCHETTO.
006290         EXIT.
006300*
006310 FINE-BATCH.
006320         IF OPJ-MODO-PREPARA
006330             DISPLAY "OPENPJ27: pacchetti pratica "
006340                 OPJ-PACCHETTI-PRATICA
006350                 " registro " OPJ-PACCHETTI-REGISTRO
006360                 " di cui reinviati " OPJ-RINVIATI
006370             DISPLAY "OPENPJ27: pratiche in attesa antivirus "
006380                 OPJ-IN-QUARANTENA
006390                 " pacchetti non apribili " OPJ-NON-APRIBILI
006400             COMPUTE RUNLG-CONTA = OPJ-PACCHETTI-PRATICA
006410                 + OPJ-PACCHETTI-REGISTRO
006420         END-IF.
006430         IF OPJ-MODO-ESITI
006440             DISPLAY "OPENPJ27: accettati " OPJ-ACCETTATI
006450                 " rifiutati " OPJ-RIFIUTATI
006460                 " orfani " OPJ-ORFANI
006470                 " ignoti " OPJ-IGNOTI
006480             COMPUTE RUNLG-CONTA = OPJ-ACCETTATI + OPJ-RIFIUTATI
006490         END-IF.
006500         PERFORM SEGNA-FINE-CORSA
006510             THRU EX-SEGNA-FINE-CORSA.
006520 EX-FINE-BATCH.
006530         EXIT.

006540         COPY "PJCHECK.CBL".

006550         COPY "PJRUNLOG.CBL".
