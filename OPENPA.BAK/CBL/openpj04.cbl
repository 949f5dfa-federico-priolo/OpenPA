000170* Boston, MA 02110-1301 USA
000180*
000190** flusso batch notturno dello scadenzario: percorre PRAVIEW e per ogni
000200** pratica aperta o sospesa chiede al servizio OPENPS07 la scadenza
000210** del termine di legge della categoria (riga "S" di PRATAB, 30
000220** giorni in mancanza) contato dalla DATA-APERTURA, al netto dei
000230** periodi di sospensione ricostruiti da PRAHIST e spostata al primo
000240** giorno lavorativo del calendario PRACAL del comune, e scrive su
000250** SCADREP una riga per ogni pratica in scadenza o scaduta; per le
000260** categorie a silenzio-assenso la pratica scaduta viene chiusa
000262** d'ufficio e la transizione archiviata in PRAHIST. Allo stesso
000264** modo segnala i pareri di conferenza e i documenti integrativi
000266** ancora attesi oltre o a ridosso del proprio termine.
000270*
000280 IDENTIFICATION   DIVISION.
000290 PROGRAM-ID.      OPENPJ04.
000340 FILE-CONTROL.

000350         COPY "SELVIEW.CBL".
000370         COPY "SELHIST.CBL".
000380         COPY "SELSCAD.CBL".
000390         COPY "SELNOTIF.CBL".
000400         COPY "SELCONF.CBL".
000405         COPY "SELINTEG.CBL".

000410         COPY "SELRUNLG.CBL".

000430 FILE SECTION.

000440         COPY "FDEVIEW.CBL".
000460         COPY "FDEHIST.CBL".
000470         COPY "FDESCAD.CBL".
000480         COPY "FDENOTIF.CBL".
000490         COPY "FDECONF.CBL".
000495         COPY "FDEINTEG.CBL".

000500         COPY "FDERUNLG.CBL".

000530         COPY "FILEHWS.CBL".
000540         COPY "RUNLGWS.CBL".
000550         COPY "TRANSCHK.CBL".
000555         COPY "CALCHK.CBL".
000560*
000570 77  OPJ-EOF-SW                    PIC X(01).
000580     88  OPJ-EOF                       VALUE "S".
000590     88  OPJ-NOT-EOF                   VALUE "N".
000630 77  OPJ-TODAY-DATE                PIC 9(08).
000680 77  OPJ-GIORNI-NETTI              PIC S9(05) COMP-5.
000685 77  OPJ-GIORNI-RESIDUI            PIC S9(05) COMP-5.
000687 77  OPJ-SCADENZA                  PIC 9(08).
000690 77  OPJ-TERMINE-GIORNI            PIC 9(05) COMP-5.
000700 77  OPJ-SILENZIO-SW               PIC X(01).
000710     88  OPJ-SILENZIO                  VALUE "S".
000830 77  OPJ-CONF-EOF-SW               PIC X(01).
000840     88  OPJ-CONF-EOF                  VALUE "S".
000850     88  OPJ-CONF-NOT-EOF              VALUE "N".
000860 77  OPJ-INTEG-EOF-SW              PIC X(01).
000862     88  OPJ-INTEG-EOF                 VALUE "S".
000864     88  OPJ-INTEG-NOT-EOF             VALUE "N".
000870 77  OPJ-PARERI-SEGNALATI          PIC 9(05) COMP-5 VALUE 0.
000875 77  OPJ-INTEG-SEGNALATE           PIC 9(05) COMP-5 VALUE 0.
000880*
000890 PROCEDURE  DIVISION.
000900*
000910         PERFORM INIZIO-BATCH   THRU EX-INIZIO-BATCH.
000920         PERFORM SCAN-PRAVIEW   THRU EX-SCAN-PRAVIEW.
000930         PERFORM SCAN-PRACONF   THRU EX-SCAN-PRACONF.
000935         PERFORM SCAN-PRAINTEG  THRU EX-SCAN-PRAINTEG.
000940         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

000950         GOBACK.
001000*
001010 INIZIO-BATCH.
001020         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
001050         SET OPJ-NOT-EOF TO TRUE.
001060         MOVE "OPENPJ04" TO FILEH-PROGRAMMA.
001070         PERFORM SEGNA-INIZIO-CORSA
001100         MOVE "PRAVIEW"      TO FILEH-NAME.
001110         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
001120         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
001170         OPEN OUTPUT SCADREP.
001180         MOVE "SCADREP"      TO FILEH-NAME.
001190         MOVE STATUS-SCADREP TO FILEH-STATUS.
001540             GO TO EX-ESAMINA-PRATICA
001550         END-IF.

001560         PERFORM CALCOLA-SCADENZA THRU EX-CALCOLA-SCADENZA.
001570         IF CAL-ESITO-ERRORE
001572             GO TO EX-ESAMINA-PRATICA
001574         END-IF.

001580         IF OPJ-GIORNI-RESIDUI > OPJ-PREAVVISO-GIORNI
001590             GO TO EX-ESAMINA-PRATICA
001600         END-IF.

001630         IF OPJ-GIORNI-RESIDUI NOT GREATER THAN 0
001640             AND OPJ-SILENZIO
001650             AND PRAVIEW-STATO-APERTA
001660             MOVE PRAVIEW-COMUNE-CODE TO TRN-COMUNE-CODE
001670             MOVE PRAVIEW-STATO       TO TRN-OLD-STATO
001680             MOVE "CH"                TO TRN-NEW-STATO
001690             SET TRN-RUOLO-BATCH      TO TRUE
001695             MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID
001700             CALL "OPENPS02" USING TRANSCHK-AREA
001710             IF TRN-RIFIUTATA
001720                 ADD 1 TO OPJ-TRANS-RIFIUTATE
001860 EX-ESAMINA-PRATICA.
001870         EXIT.
001880*
001890* CALCOLA-SCADENZA asks the OPENPS07 date service for the
001900* pratica's deadline: the categoria's term and silenzio-assenso
001910* flag off its "S" row, the SO/IR suspension days rebuilt from
001920* PRAHIST, and the day moved past Sundays and the comune's
001930* PRACAL holidays and closures - the same date the status page
001940* shows the citizen.
001950*
001960 CALCOLA-SCADENZA.
001970         SET CAL-MODO-PRATICA       TO TRUE.
001980         MOVE PRAVIEW-COMUNE-CODE   TO CAL-COMUNE-CODE.
001990         MOVE PRAVIEW-PRATICA-ID    TO CAL-PRATICA-ID.
002000         MOVE PRAVIEW-CATEGORIA     TO CAL-CATEGORIA.
002010         MOVE PRAVIEW-DATA-APERTURA TO CAL-DATA-BASE.
002020         CALL "OPENPS07" USING CALCHK-AREA.
002030         MOVE CAL-GIORNI            TO OPJ-TERMINE-GIORNI.
002040         MOVE CAL-GIORNI-NETTI      TO OPJ-GIORNI-NETTI.
002050         MOVE CAL-GIORNI-RESIDUI    TO OPJ-GIORNI-RESIDUI.
002060         MOVE CAL-SCADENZA          TO OPJ-SCADENZA.
002070         IF CAL-SILENZIO
002080             SET OPJ-SILENZIO    TO TRUE
002090         ELSE
002100             SET OPJ-NO-SILENZIO TO TRUE
002110         END-IF.
002120 EX-CALCOLA-SCADENZA.
002130         EXIT.
002140*
002145* SCAN-PRAINTEG walks the IR checklists for documents still in
002150* attesa and puts the ones at or past their preavviso window on
002155* the scadenzario, the deadline counted by the same date service
002160* from the day the document was asked for. A checklist whose
002165* pratica has already left IR is history and is passed by.
002170*
002175 SCAN-PRAINTEG.
002180         SET OPJ-INTEG-NOT-EOF TO TRUE.
002185         OPEN INPUT PRAINTEG.
002190         IF STATUS-PRAINTEG NOT = "00"
002195             GO TO EX-SCAN-PRAINTEG
002200         END-IF.
002205         MOVE LOW-VALUES TO PRAINTEG-KEY.
002210         START PRAINTEG KEY IS NOT LESS THAN PRAINTEG-KEY
002215             INVALID KEY
002220                 SET OPJ-INTEG-EOF TO TRUE
002225         END-START.
002230         PERFORM ESAMINA-INTEGRAZIONE
002235             THRU EX-ESAMINA-INTEGRAZIONE
002240             UNTIL OPJ-INTEG-EOF.
002245         CLOSE PRAINTEG.
002250 EX-SCAN-PRAINTEG.
002255         EXIT.
002260*
002265 ESAMINA-INTEGRAZIONE.
002270         READ PRAINTEG NEXT RECORD
002275             AT END
002280                 SET OPJ-INTEG-EOF TO TRUE
002285                 GO TO EX-ESAMINA-INTEGRAZIONE
002290         END-READ.
002295         IF NOT PRAINTEG-IN-ATTESA
002300             GO TO EX-ESAMINA-INTEGRAZIONE
002305         END-IF.
002310         MOVE PRAINTEG-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
002315         MOVE PRAINTEG-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
002320         READ PRAVIEW
002325             INVALID KEY
002330                 GO TO EX-ESAMINA-INTEGRAZIONE
002335         END-READ.
002340         IF NOT PRAVIEW-STATO-INTEGRAZ
002345             GO TO EX-ESAMINA-INTEGRAZIONE
002350         END-IF.

002355         SET CAL-MODO-DATA            TO TRUE.
002360         MOVE PRAINTEG-COMUNE-CODE    TO CAL-COMUNE-CODE.
002365         MOVE PRAINTEG-DATA-RICHIESTA TO CAL-DATA-BASE.
002370         MOVE PRAINTEG-TERMINE-GIORNI TO CAL-GIORNI.
002375         CALL "OPENPS07" USING CALCHK-AREA.
002380         IF CAL-ESITO-ERRORE
002385             OR CAL-GIORNI-RESIDUI > OPJ-PREAVVISO-GIORNI
002390             GO TO EX-ESAMINA-INTEGRAZIONE
002395         END-IF.

002400         MOVE SPACES TO SCADREP-RECORD.
002405         MOVE OPJ-TODAY-DATE          TO SCAD-DATE.
002410         MOVE PRAINTEG-COMUNE-CODE    TO SCAD-COMUNE-CODE.
002415         MOVE PRAINTEG-PRATICA-ID     TO SCAD-PRATICA-ID.
002420         MOVE PRAVIEW-CATEGORIA       TO SCAD-CATEGORIA.
002425         MOVE "IR"                    TO SCAD-STATO.
002430         MOVE PRAINTEG-DATA-RICHIESTA TO SCAD-DATA-APERTURA.
002435         MOVE CAL-GIORNI-NETTI        TO SCAD-GIORNI-NETTI.
002440         MOVE PRAINTEG-TERMINE-GIORNI TO SCAD-TERMINE-GIORNI.
002445         MOVE CAL-SCADENZA            TO SCAD-DATA-SCADENZA.
002450         IF CAL-GIORNI-RESIDUI NOT GREATER THAN 0
002455             MOVE "INTEGRAZIONE SCADUTA"     TO SCAD-ESITO
002460         ELSE
002465             MOVE "INTEGRAZIONE IN SCADENZA" TO SCAD-ESITO
002470         END-IF.
002475         WRITE SCADREP-RECORD.
002480         ADD 1 TO OPJ-RIGHE-SCRITTE.
002485         ADD 1 TO OPJ-INTEG-SEGNALATE.
002490 EX-ESAMINA-INTEGRAZIONE.
002495         EXIT.
002710*
002720* CHIUDI-SILENZIO closes the expired pratica d'ufficio and archives
002730* the transition to PRAHIST the same way OPENPJ01's import archives
002990             TO PRAHIST-NEW-IMPORTO-DOVUTO.
003000         MOVE PRAVIEW-CODICE-FISCALE
003010             TO PRAHIST-CODICE-FISCALE.
003012         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
003014             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
003016             PRAHIST-NEW-ASSEGNATARIO.
003020         WRITE PRAHIST-RECORD.
003030         CLOSE PRAHIST.
003040         PERFORM ACCODA-NOTIFICA THRU EX-ACCODA-NOTIFICA.
004210             GO TO EX-ESAMINA-PARERE
004220         END-IF.

004230         SET CAL-MODO-DATA           TO TRUE.
004240         MOVE PRACONF-COMUNE-CODE    TO CAL-COMUNE-CODE.
004250         MOVE PRACONF-DATA-INVITO    TO CAL-DATA-BASE.
004252         MOVE PRACONF-TERMINE-GIORNI TO CAL-GIORNI.
004254         CALL "OPENPS07" USING CALCHK-AREA.
004256         IF CAL-ESITO-ERRORE
004258             GO TO EX-ESAMINA-PARERE
004260         END-IF.
004270         MOVE PRACONF-TERMINE-GIORNI TO OPJ-TERMINE-GIORNI.
004272         MOVE CAL-GIORNI-NETTI       TO OPJ-GIORNI-NETTI.
004274         MOVE CAL-GIORNI-RESIDUI     TO OPJ-GIORNI-RESIDUI.
004276         MOVE CAL-SCADENZA           TO OPJ-SCADENZA.

004280         IF OPJ-GIORNI-RESIDUI > OPJ-PREAVVISO-GIORNI
004290             GO TO EX-ESAMINA-PARERE
004300         END-IF.

004330         MOVE SPACES TO SCADREP-RECORD.
004340         MOVE OPJ-TODAY-DATE         TO SCAD-DATE.
004390         MOVE PRACONF-DATA-INVITO    TO SCAD-DATA-APERTURA.
004400         MOVE OPJ-GIORNI-NETTI       TO SCAD-GIORNI-NETTI.
004410         MOVE OPJ-TERMINE-GIORNI     TO SCAD-TERMINE-GIORNI.
004415         MOVE OPJ-SCADENZA           TO SCAD-DATA-SCADENZA.
004420         IF OPJ-GIORNI-RESIDUI NOT GREATER THAN 0
004430             MOVE "PARERE SCADUTO"      TO SCAD-ESITO
004440         ELSE
004450             MOVE "PARERE IN SCADENZA"  TO SCAD-ESITO
004630         MOVE PRAVIEW-DATA-APERTURA TO SCAD-DATA-APERTURA.
004640         MOVE OPJ-GIORNI-NETTI      TO SCAD-GIORNI-NETTI.
004650         MOVE OPJ-TERMINE-GIORNI    TO SCAD-TERMINE-GIORNI.
004655         MOVE OPJ-SCADENZA          TO SCAD-DATA-SCADENZA.
004660         EVALUATE TRUE
004670             WHEN PRAVIEW-STATO-CHIUSA
004680                 MOVE "CHIUSA SILENZIO-ASSENSO" TO SCAD-ESITO
004690             WHEN OPJ-GIORNI-RESIDUI NOT GREATER THAN 0
004710                 MOVE "SCADUTA"                 TO SCAD-ESITO
004720             WHEN OTHER
004730                 MOVE "IN SCADENZA"             TO SCAD-ESITO
004820*
004830 FINE-BATCH.
004840         CLOSE PRAVIEW.
004860         CLOSE SCADREP.
004870         DISPLAY "OPENPJ04: righe scadenzario " OPJ-RIGHE-SCRITTE.
004880         DISPLAY "OPENPJ04: chiuse silenzio-assenso "
004900         DISPLAY "OPENPJ04: notifiche perse " OPJ-NOTIF-PERSE.
004910         DISPLAY "OPENPJ04: pareri segnalati "
004920             OPJ-PARERI-SEGNALATI.
004922         DISPLAY "OPENPJ04: integrazioni segnalate "
004924             OPJ-INTEG-SEGNALATE.
004930         DISPLAY "OPENPJ04: transizioni rifiutate "
004940             OPJ-TRANS-RIFIUTATE.
004950         MOVE OPJ-RIGHE-SCRITTE TO RUNLG-CONTA.
