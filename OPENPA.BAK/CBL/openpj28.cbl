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
000190** flusso batch della verifica firme digitali: consuma il file
000200** FIRMVERD lasciato dal verificatore esterno delle buste firmate
000210** (.p7m / CAdES) e annota su ogni riga PRATTACH il codice fiscale
000220** del firmatario, la data di firma, se il certificato era in
000230** corso di validita a quella data e l'esito - valida, non valida
000240** o scaduta. Un firmatario che non e ne il richiedente ne il
000250** delegato della pratica viene segnalato all'operatore. Una firma
000260** valida su un documento gia liberato dalla quarantena spunta la
000270** riga della checklist integrazioni come fa OPENPJ22 (e riporta
000280** la pratica IR->AP quando la checklist si chiude); i verdetti
000290** senza riga corrispondente vengono contati e lasciati
000300** all'operatore.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENPJ28.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360         COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.

000390         COPY "SELFIRM.CBL".
000400         COPY "SELATTACH.CBL".
000410         COPY "SELVIEW.CBL".
000420         COPY "SELINTEG.CBL".
000430         COPY "SELHIST.CBL".
000440         COPY "SELNOTIF.CBL".
000450         COPY "SELRUNLG.CBL".

000460 DATA             DIVISION.
000470 FILE SECTION.

000480         COPY "FDEFIRM.CBL".
000490         COPY "FDEATTACH.CBL".
000500         COPY "FDEVIEW.CBL".
000510         COPY "FDEINTEG.CBL".
000520         COPY "FDEHIST.CBL".
000530         COPY "FDENOTIF.CBL".
000540         COPY "FDERUNLG.CBL".

000550 WORKING-STORAGE  SECTION.

000560         COPY "GLOBALS.CBL".
000570         COPY "FILEHWS.CBL".
000580         COPY "RUNLGWS.CBL".
000590         COPY "TRANSCHK.CBL".
000600*
000610 77  OPJ-EOF-SW                    PIC X(01).
000620     88  OPJ-EOF                       VALUE "S".
000630     88  OPJ-NOT-EOF                   VALUE "N".
000640 77  OPJ-VALIDE                    PIC 9(07) COMP-5 VALUE 0.
000650 77  OPJ-NON-VALIDE                PIC 9(07) COMP-5 VALUE 0.
000660 77  OPJ-SCADUTE                   PIC 9(07) COMP-5 VALUE 0.
000670 77  OPJ-ESTRANEI                  PIC 9(07) COMP-5 VALUE 0.
000680 77  OPJ-ORFANI                    PIC 9(07) COMP-5 VALUE 0.
000690 77  OPJ-IGNOTI                    PIC 9(07) COMP-5 VALUE 0.
000700 77  OPJ-SPUNTATE                  PIC 9(07) COMP-5 VALUE 0.
000710 77  OPJ-RIATTIVATE                PIC 9(07) COMP-5 VALUE 0.
000720*
000730* Checklist working fields: the walk's end switch, whether any
000740* document is still owed, and the stato the pratica held before
000750* the automatic IR->AP return.
000760*
000770 77  OPJ-INTEG-EOF-SW              PIC X(01).
000780     88  OPJ-INTEG-EOF                 VALUE "S".
000790     88  OPJ-INTEG-NOT-EOF             VALUE "N".
000800 77  OPJ-ATTESA-SW                 PIC X(01).
000810     88  OPJ-ANCORA-ATTESA             VALUE "S".
000820     88  OPJ-TUTTO-RICEVUTO            VALUE "N".
000830 77  OPJ-OLD-STATO                 PIC X(02).
000840*
000850 PROCEDURE  DIVISION.
000860*
000870         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
000880         PERFORM FIRMA-VERDETTI THRU EX-FIRMA-VERDETTI.
000890         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

000900         GOBACK.
000910*
000920 INIZIO-BATCH.
000930         MOVE "OPENPJ28" TO FILEH-PROGRAMMA.
000940         PERFORM SEGNA-INIZIO-CORSA
000950             THRU EX-SEGNA-INIZIO-CORSA.
000960         SET OPJ-NOT-EOF TO TRUE.
000970         OPEN INPUT  FIRMVERD.
000980         MOVE "FIRMVERD"      TO FILEH-NAME.
000990         MOVE STATUS-FIRMVERD TO FILEH-STATUS.
001000         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001010         OPEN I-O    PRATTACH.
001020         MOVE "PRATTACH"      TO FILEH-NAME.
001030         MOVE STATUS-PRATTACH TO FILEH-STATUS.
001040         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001050         OPEN I-O    PRAVIEW.
001060         MOVE "PRAVIEW"       TO FILEH-NAME.
001070         MOVE STATUS-PRAVIEW  TO FILEH-STATUS.
001080         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001090 EX-INIZIO-BATCH.
001100         EXIT.
001110*
001120 FIRMA-VERDETTI.
001130         PERFORM LAVORA-VERDETTO THRU EX-LAVORA-VERDETTO
001140             UNTIL OPJ-EOF.
001150 EX-FIRMA-VERDETTI.
001160         EXIT.
001170*
001180* LAVORA-VERDETTO applies one verifier line to its PRATTACH row.
001190* A verdict naming no row on file is an orphan and a verdict
001200* word the verifier never documented is ignored, both counted
001210* only. The certificate counts as in force when the signing
001220* date falls inside its validity window; a VALIDA from the
001230* verifier on a certificate out of force at signing is booked
001240* as scaduta all the same.
001250*
001260 LAVORA-VERDETTO.
001270         READ FIRMVERD
001280             AT END
001290                 SET OPJ-EOF TO TRUE
001300                 GO TO EX-LAVORA-VERDETTO
001310         END-READ.

001320         IF NOT FIRM-VALIDA
001330             AND NOT FIRM-NON-VALIDA
001340             AND NOT FIRM-SCADUTA
001350             ADD 1 TO OPJ-IGNOTI
001360             GO TO EX-LAVORA-VERDETTO
001370         END-IF.
001380         IF FIRM-UPLOAD-DATE NOT NUMERIC
001390             OR FIRM-UPLOAD-TIME NOT NUMERIC
001400             ADD 1 TO OPJ-IGNOTI
001410             GO TO EX-LAVORA-VERDETTO
001420         END-IF.

001430         MOVE FIRM-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
001440         MOVE FIRM-PRATICA-ID  TO PRATTACH-PRATICA-ID.
001450         MOVE FIRM-UPLOAD-DATE TO PRATTACH-UPLOAD-DATE.
001460         MOVE FIRM-UPLOAD-TIME TO PRATTACH-UPLOAD-TIME.
001470         READ PRATTACH
001480             INVALID KEY
001490                 ADD 1 TO OPJ-ORFANI
001500                 GO TO EX-LAVORA-VERDETTO
001510         END-READ.

001520         MOVE FIRM-CF-FIRMATARIO TO PRATTACH-FIRMATARIO-CF.
001530         MOVE 0 TO PRATTACH-FIRMA-DATA.
001540         IF FIRM-DATA-FIRMA NUMERIC
001550             MOVE FIRM-DATA-FIRMA TO PRATTACH-FIRMA-DATA
001560         END-IF.
001570         MOVE 0 TO PRATTACH-CERT-SCADENZA.
001580         IF FIRM-CERT-FINE NUMERIC
001590             MOVE FIRM-CERT-FINE TO PRATTACH-CERT-SCADENZA
001600         END-IF.
001610         PERFORM VALUTA-CERTIFICATO THRU EX-VALUTA-CERTIFICATO.

001620         EVALUATE TRUE
001630             WHEN FIRM-NON-VALIDA
001640                 SET PRATTACH-FIRMA-NON-VALIDA TO TRUE
001650                 ADD 1 TO OPJ-NON-VALIDE
001660             WHEN FIRM-SCADUTA
001670             WHEN PRATTACH-CERT-NON-VALIDO
001680                 SET PRATTACH-FIRMA-SCADUTA TO TRUE
001690                 ADD 1 TO OPJ-SCADUTE
001700             WHEN OTHER
001710                 SET PRATTACH-FIRMA-VALIDA TO TRUE
001720                 ADD 1 TO OPJ-VALIDE
001730         END-EVALUATE.

001740         PERFORM CONFRONTA-FIRMATARIO
001750             THRU EX-CONFRONTA-FIRMATARIO.
001760         REWRITE PRATTACH-RECORD.

001770         IF PRATTACH-FIRMA-VALIDA
001780             AND PRATTACH-LIBERATO
001790             PERFORM SPUNTA-INTEGRAZIONE
001800                 THRU EX-SPUNTA-INTEGRAZIONE
001810         END-IF.
001820 EX-LAVORA-VERDETTO.
001830         EXIT.
001840*
001850* VALUTA-CERTIFICATO sets whether the certificate was in force
001860* on the signing date. Without the dates to compare, the
001870* verifier's own word stands.
001880*
001890 VALUTA-CERTIFICATO.
001900         IF FIRM-DATA-FIRMA NOT NUMERIC
001910             OR FIRM-CERT-INIZIO NOT NUMERIC
001920             OR FIRM-CERT-FINE NOT NUMERIC
001930             IF FIRM-SCADUTA
001940                 SET PRATTACH-CERT-NON-VALIDO TO TRUE
001950             ELSE
001960                 SET PRATTACH-CERT-VALIDO TO TRUE
001970             END-IF
001980             GO TO EX-VALUTA-CERTIFICATO
001990         END-IF.
002000         IF FIRM-DATA-FIRMA < FIRM-CERT-INIZIO
002010             OR FIRM-DATA-FIRMA > FIRM-CERT-FINE
002020             SET PRATTACH-CERT-NON-VALIDO TO TRUE
002030         ELSE
002040             SET PRATTACH-CERT-VALIDO TO TRUE
002050         END-IF.
002060 EX-VALUTA-CERTIFICATO.
002070         EXIT.
002080*
002090* CONFRONTA-FIRMATARIO marks a signer who is neither the
002100* richiedente nor the delegato of the pratica: the signature
002110* may be valid, but the operatore has to see who put it there.
002120*
002130 CONFRONTA-FIRMATARIO.
002140         MOVE SPACES TO PRATTACH-FIRMATARIO-SW.
002150         IF PRATTACH-FIRMATARIO-CF = SPACES
002160             GO TO EX-CONFRONTA-FIRMATARIO
002170         END-IF.
002180         MOVE PRATTACH-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
002190         MOVE PRATTACH-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
002200         READ PRAVIEW
002210             INVALID KEY
002220                 GO TO EX-CONFRONTA-FIRMATARIO
002230         END-READ.
002240         IF PRATTACH-FIRMATARIO-CF = PRAVIEW-CODICE-FISCALE
002250             OR PRATTACH-FIRMATARIO-CF = PRAVIEW-CF-DELEGATO
002260             SET PRATTACH-FIRMATARIO-TITOLARE TO TRUE
002270             GO TO EX-CONFRONTA-FIRMATARIO
002280         END-IF.
002290         SET PRATTACH-FIRMATARIO-ESTRANEO TO TRUE.
002300         ADD 1 TO OPJ-ESTRANEI.
002310         DISPLAY "OPENPJ28: firmatario estraneo "
002320             PRATTACH-COMUNE-CODE " " PRATTACH-PRATICA-ID
002330             " " PRATTACH-DOC-TYPE " " PRATTACH-FIRMATARIO-CF.
002340 EX-CONFRONTA-FIRMATARIO.
002350         EXIT.
002360*
002370* SPUNTA-INTEGRAZIONE ticks the pratica's integrazioni
002380* checklist off for the document type whose signature was just
002390* found valid - the document is already out of quarantena, so
002400* OPENPJ22 left the tick to this run. Once no row of the
002410* checklist is left in attesa the pratica goes back in
002420* lavorazione.
002430*
002440 SPUNTA-INTEGRAZIONE.
002450         OPEN I-O PRAINTEG.
002460         IF STATUS-PRAINTEG NOT = "00"
002470             GO TO EX-SPUNTA-INTEGRAZIONE
002480         END-IF.
002490         MOVE PRATTACH-COMUNE-CODE TO PRAINTEG-COMUNE-CODE.
002500         MOVE PRATTACH-PRATICA-ID  TO PRAINTEG-PRATICA-ID.
002510         MOVE PRATTACH-DOC-TYPE    TO PRAINTEG-DOC-TYPE.
002520         READ PRAINTEG
002530             INVALID KEY
002540                 CLOSE PRAINTEG
002550                 GO TO EX-SPUNTA-INTEGRAZIONE
002560         END-READ.
002570         IF PRAINTEG-RICEVUTO
002580             CLOSE PRAINTEG
002590             GO TO EX-SPUNTA-INTEGRAZIONE
002600         END-IF.
002610         SET PRAINTEG-RICEVUTO TO TRUE.
002620         ACCEPT PRAINTEG-DATA-RICEZIONE FROM DATE YYYYMMDD.
002630         REWRITE PRAINTEG-RECORD.
002640         ADD 1 TO OPJ-SPUNTATE.

002650         PERFORM VERIFICA-CHECKLIST
002660             THRU EX-VERIFICA-CHECKLIST.
002670         CLOSE PRAINTEG.

002680         IF OPJ-TUTTO-RICEVUTO
002690             PERFORM RIATTIVA-PRATICA
002700                 THRU EX-RIATTIVA-PRATICA
002710         END-IF.
002720 EX-SPUNTA-INTEGRAZIONE.
002730         EXIT.
002740*
002750* VERIFICA-CHECKLIST answers whether any document of this
002760* pratica's checklist is still in attesa; the caller holds
002770* PRAINTEG open.
002780*
002790 VERIFICA-CHECKLIST.
002800         SET OPJ-TUTTO-RICEVUTO TO TRUE.
002810         SET OPJ-INTEG-NOT-EOF  TO TRUE.
002820         MOVE LOW-VALUES           TO PRAINTEG-KEY.
002830         MOVE PRATTACH-COMUNE-CODE TO PRAINTEG-COMUNE-CODE.
002840         MOVE PRATTACH-PRATICA-ID  TO PRAINTEG-PRATICA-ID.
002850         START PRAINTEG KEY IS NOT LESS THAN PRAINTEG-KEY
002860             INVALID KEY
002870                 SET OPJ-INTEG-EOF TO TRUE
002880         END-START.
002890         PERFORM VERIFICA-CHECKLIST-ROW
002900             THRU EX-VERIFICA-CHECKLIST-ROW
002910             UNTIL OPJ-INTEG-EOF.
002920 EX-VERIFICA-CHECKLIST.
002930         EXIT.
002940*
002950 VERIFICA-CHECKLIST-ROW.
002960         READ PRAINTEG NEXT RECORD
002970             AT END
002980                 SET OPJ-INTEG-EOF TO TRUE
002990                 GO TO EX-VERIFICA-CHECKLIST-ROW
003000         END-READ.
003010         IF PRAINTEG-PRATICA-ID NOT = PRATTACH-PRATICA-ID
003020             OR PRAINTEG-COMUNE-CODE NOT = PRATTACH-COMUNE-CODE
003030             SET OPJ-INTEG-EOF TO TRUE
003040             GO TO EX-VERIFICA-CHECKLIST-ROW
003050         END-IF.
003060         IF PRAINTEG-IN-ATTESA
003070             SET OPJ-ANCORA-ATTESA TO TRUE
003080             SET OPJ-INTEG-EOF TO TRUE
003090         END-IF.
003100 EX-VERIFICA-CHECKLIST-ROW.
003110         EXIT.
003120*
003130* RIATTIVA-PRATICA returns a pratica whose checklist closed to
003140* lavorazione: the IR->AP move goes through the OPENPS02 check
003150* like every other transition, is archived to PRAHIST with this
003160* run as the who, and the richiedente hears of it through the
003170* PRANOTIF queue.
003180*
003190 RIATTIVA-PRATICA.
003200         MOVE PRATTACH-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
003210         MOVE PRATTACH-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
003220         READ PRAVIEW
003230             INVALID KEY
003240                 GO TO EX-RIATTIVA-PRATICA
003250         END-READ.
003260         IF NOT PRAVIEW-STATO-INTEGRAZ
003270             GO TO EX-RIATTIVA-PRATICA
003280         END-IF.

003290         MOVE PRAVIEW-COMUNE-CODE TO TRN-COMUNE-CODE.
003300         MOVE PRAVIEW-STATO       TO TRN-OLD-STATO.
003310         MOVE "AP"                TO TRN-NEW-STATO.
003320         SET TRN-RUOLO-BATCH      TO TRUE.
003330         MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID.
003340         CALL "OPENPS02" USING TRANSCHK-AREA.
003350         IF TRN-RIFIUTATA
003360             DISPLAY "OPENPJ28: riattivazione IR-AP rifiutata "
003370                 PRAVIEW-PRATICA-ID
003380             GO TO EX-RIATTIVA-PRATICA
003390         END-IF.

003400         MOVE PRAVIEW-STATO TO OPJ-OLD-STATO.
003410         MOVE "AP"          TO PRAVIEW-STATO.
003420         IF PRAVIEW-VERSIONE NOT NUMERIC
003430             MOVE 0 TO PRAVIEW-VERSIONE
003440         END-IF.
003450         ADD 1 TO PRAVIEW-VERSIONE.
003460         REWRITE PRAVIEW-RECORD.
003470         ADD 1 TO OPJ-RIATTIVATE.

003480         PERFORM ARCHIVIA-RIATTIVAZIONE
003490             THRU EX-ARCHIVIA-RIATTIVAZIONE.
003500         PERFORM NOTIFICA-RIATTIVAZIONE
003510             THRU EX-NOTIFICA-RIATTIVAZIONE.
003520 EX-RIATTIVA-PRATICA.
003530         EXIT.
003540*
003550 ARCHIVIA-RIATTIVAZIONE.
003560         OPEN EXTEND PRAHIST.
003570         IF STATUS-PRAHIST NOT = "00"
003580             GO TO EX-ARCHIVIA-RIATTIVAZIONE
003590         END-IF.
003600         ACCEPT PRAHIST-DATE FROM DATE YYYYMMDD.
003610         ACCEPT PRAHIST-TIME FROM TIME.
003620         MOVE PRAVIEW-PRATICA-ID     TO PRAHIST-PRATICA-ID.
003630         MOVE PRAVIEW-COMUNE-CODE    TO PRAHIST-COMUNE-CODE.
003640         MOVE "OPENPJ28-FIRMA"       TO PRAHIST-USERID.
003650         MOVE OPJ-OLD-STATO          TO PRAHIST-OLD-STATO.
003660         MOVE PRAVIEW-STATO          TO PRAHIST-NEW-STATO.
003670         MOVE PRAVIEW-RICHIEDENTE    TO PRAHIST-OLD-RICHIEDENTE.
003680         MOVE PRAVIEW-RICHIEDENTE    TO PRAHIST-NEW-RICHIEDENTE.
003690         MOVE PRAVIEW-IMPORTO-DOVUTO
003700             TO PRAHIST-OLD-IMPORTO-DOVUTO.
003710         MOVE PRAVIEW-IMPORTO-DOVUTO
003720             TO PRAHIST-NEW-IMPORTO-DOVUTO.
003730         MOVE PRAVIEW-CODICE-FISCALE
003740             TO PRAHIST-CODICE-FISCALE.
003750         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
003760             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
003770             PRAHIST-NEW-ASSEGNATARIO.
003780         WRITE PRAHIST-RECORD.
003790         CLOSE PRAHIST.
003800 EX-ARCHIVIA-RIATTIVAZIONE.
003810         EXIT.
003820*
003830 NOTIFICA-RIATTIVAZIONE.
003840         OPEN I-O PRANOTIF.
003850         IF STATUS-PRANOTIF NOT = "00"
003860             GO TO EX-NOTIFICA-RIATTIVAZIONE
003870         END-IF.
003880         MOVE PRAVIEW-COMUNE-CODE TO PRANOTIF-COMUNE-CODE.
003890         MOVE PRAVIEW-PRATICA-ID  TO PRANOTIF-PRATICA-ID.
003900         ACCEPT PRANOTIF-DATA FROM DATE YYYYMMDD.
003910         ACCEPT PRANOTIF-ORA  FROM TIME.
003920         MOVE OPJ-OLD-STATO       TO PRANOTIF-OLD-STATO.
003930         MOVE PRAVIEW-STATO       TO PRANOTIF-NEW-STATO.
003940         MOVE PRAVIEW-RICHIEDENTE TO PRANOTIF-DESTINATARIO.
003950         SET PRANOTIF-DA-INVIARE  TO TRUE.
003960         MOVE 0                   TO PRANOTIF-TENTATIVI.
003970         WRITE PRANOTIF-RECORD
003980             INVALID KEY
003990                 CONTINUE
004000         END-WRITE.
004010         CLOSE PRANOTIF.
004020 EX-NOTIFICA-RIATTIVAZIONE.
004030         EXIT.
004040*
004050 FINE-BATCH.
004060         CLOSE FIRMVERD.
004070         CLOSE PRATTACH.
004080         CLOSE PRAVIEW.
004090         DISPLAY "OPENPJ28: firme valide " OPJ-VALIDE
004100             " non valide " OPJ-NON-VALIDE
004110             " scadute " OPJ-SCADUTE
004120             " orfani " OPJ-ORFANI
004130             " ignoti " OPJ-IGNOTI.
004140         DISPLAY "OPENPJ28: firmatari estranei " OPJ-ESTRANEI
004150             " integrazioni spuntate " OPJ-SPUNTATE
004160             " riattivate " OPJ-RIATTIVATE.
004170         COMPUTE RUNLG-CONTA = OPJ-VALIDE + OPJ-NON-VALIDE
004180             + OPJ-SCADUTE.
004190         PERFORM SEGNA-FINE-CORSA
004200             THRU EX-SEGNA-FINE-CORSA.
004210 EX-FINE-BATCH.
004220         EXIT.

004230         COPY "PJCHECK.CBL".

004240         COPY "PJRUNLOG.CBL".
