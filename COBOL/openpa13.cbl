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
000190** sotto-programma dell'accesso agli atti (TIPO=ACCESS): un
000200** soggetto esterno alla pratica presenta l'istanza dichiarando
000210** il proprio interesse, e i controinteressati - il richiedente
000220** della pratica e l'eventuale delegato - ne ricevono notizia
000230** tramite PRANOTIF, con dieci giorni per opporsi. Trascorsi
000240** quelli, il responsabile decide entro il termine di trenta
000250** giorni: accolta, parziale o respinta, con l'elenco dei
000260** documenti PRATTACH rilasciati. All'istanza accolta spetta un
000270** gettone a tempo che apre, senza sessione, soltanto quei
000280** documenti. Senza azione la pagina elenca le istanze
000290** dell'anno: tutte per l'ufficio, le proprie per il cittadino.
000300** Il registro stampabile per comune lo produce OPENPJ29.
000310*
000320 IDENTIFICATION   DIVISION.
000330 PROGRAM-ID.      OPENPA13.
000340 ENVIRONMENT      DIVISION.
000350 CONFIGURATION    SECTION.
000360         COPY "SPECIAL.CBL".
000370 INPUT-OUTPUT     SECTION.
000380 FILE-CONTROL.

000390         COPY "SELVIEW.CBL".
000400         COPY "SELACCS.CBL".
000410         COPY "SELATTACH.CBL".
000420         COPY "SELNOTIF.CBL".
000430         COPY "SELTAB.CBL".
000440         COPY "SELDOC.CBL".

000450 DATA             DIVISION.
000460 FILE SECTION.

000470         COPY "FDEVIEW.CBL".
000480         COPY "FDEACCS.CBL".
000490         COPY "FDEATTACH.CBL".
000500         COPY "FDENOTIF.CBL".
000510         COPY "FDETAB.CBL".
000520         COPY "FDEDOC.CBL".

000530 WORKING-STORAGE  SECTION.

000540         COPY "GLOBALS.CBL".
000550         COPY "AUTHCHK.CBL".
000560         COPY "CALCHK.CBL".
000570         COPY "CODFTAB.CBL".
000580         COPY "CODFWS.CBL".
000590*
000600 77  ACCS-COMUNE-CODE              PIC X(06).
000610 77  ACCS-COMUNE-PAR               PIC X(06).
000620 77  ACCS-AZIONE                   PIC X(12).
000630     88  ACCS-AZIONE-ISTANZA           VALUE "ISTANZA".
000640     88  ACCS-AZIONE-OPPOSIZIONE       VALUE "OPPOSIZIONE".
000650     88  ACCS-AZIONE-DECIDI            VALUE "DECIDI".
000660     88  ACCS-AZIONE-DOCUMENTI         VALUE "DOCUMENTI".
000670     88  ACCS-AZIONE-SCARICA           VALUE "SCARICA".
000680*
000690* The pratica travels as PRATICA, not PRATICA_ID: the istanza
000700* is filed by someone outside it, and the dispatcher's own
000710* per-pratica steps - the applicant's codice fiscale stamp
000720* above all - must never run on a pratica that is not theirs.
000730*
000740 77  ACCS-PRATICA-ID               PIC X(10).
000750 77  ACCS-RICHIEDENTE              PIC X(60).
000760 77  ACCS-CF                       PIC X(16).
000770 77  ACCS-CF-FORM                  PIC X(16).
000780 77  ACCS-UFFICIO-SW               PIC X(01) VALUE "N".
000790     88  ACCS-UFFICIO                  VALUE "S".
000800     88  ACCS-NON-UFFICIO              VALUE "N".
000810 77  ACCS-RECAPITO                 PIC X(60).
000820 77  ACCS-INTERESSE                PIC X(200).
000830 77  ACCS-MOTIVO                   PIC X(120).
000840 77  ACCS-ESITO                    PIC X(08).
000850     88  ACCS-ESITO-ACCOLTA            VALUE "ACCOLTA".
000860     88  ACCS-ESITO-PARZIALE           VALUE "PARZIALE".
000870     88  ACCS-ESITO-RESPINTA           VALUE "RESPINTA".
000880 77  ACCS-TOKEN                    PIC X(16).
000890 77  ACCS-OPERATORE                PIC X(30).
000900 77  ACCS-METODO                   PIC X(04).
000910*
000920* The istanza the azione works on, as ACCESSO carries it: year
000930* and number run together, the way the register prints it.
000940*
000950 01  ACCS-RIF-X                    PIC X(11).
000960 01  ACCS-RIF REDEFINES ACCS-RIF-X.
000970     05  ACCS-RIF-ANNO             PIC 9(04).
000980     05  ACCS-RIF-NUMERO           PIC 9(07).
000990 77  ACCS-RIF-SW                   PIC X(01).
001000     88  ACCS-RIF-DATO                 VALUE "S".
001010*
001020* A released document, as DOC carries it: the upload moment
001030* that keys its PRATTACH row within the pratica.
001040*
001050 01  ACCS-DOC-X                    PIC X(16).
001060 01  ACCS-DOC REDEFINES ACCS-DOC-X.
001070     05  ACCS-DOC-DATE             PIC 9(08).
001080     05  ACCS-DOC-TIME             PIC 9(08).
001090*
001100* The documents a decision releases, gathered from the DOC
001110* occurrences of the form or, for an istanza accolta with none
001120* named, from every liberato document of the pratica.
001130*
001140 01  ACCS-SCELTI.
001150     05  ACCS-NUM-SCELTI           PIC 9(02).
001160     05  ACCS-SCELTO               OCCURS 20 TIMES.
001170         10  ACCS-SCELTO-DATE      PIC 9(08).
001180         10  ACCS-SCELTO-TIME      PIC 9(08).
001190 77  ACCS-SCELTI-SW                PIC X(01).
001200     88  ACCS-SCELTI-OK                VALUE "S".
001210     88  ACCS-SCELTI-KO                VALUE "N".
001220 77  ACCS-IX                       PIC 9(03) COMP-5.
001230 77  ACCS-TROVATO-SW               PIC X(01).
001240     88  ACCS-TROVATO                  VALUE "S".
001250     88  ACCS-NON-TROVATO              VALUE "N".
001260 77  ACCS-TOKEN-SW                 PIC X(01).
001270     88  ACCS-TOKEN-VALIDO             VALUE "S".
001280     88  ACCS-TOKEN-NON-VALIDO         VALUE "N".
001290 77  ACCS-EOF-SW                   PIC X(01).
001300     88  ACCS-EOF                      VALUE "S".
001310     88  ACCS-NOT-EOF                  VALUE "N".
001320*
001330* The statutory windows in days: the controinteressati's time
001340* to object and the term for the decision. How long a granted
001350* token opens the documents is the comune's own choice, on its
001360* PRATAB "P" row ACCTOK, 30 days when the row is missing.
001370*
001380 77  ACCS-GIORNI-OPPOSIZIONE       PIC 9(03) VALUE 10.
001390 77  ACCS-GIORNI-TERMINE           PIC 9(03) VALUE 30.
001400 77  ACCS-TERMINE-OPPOSIZ          PIC 9(08).
001410 77  ACCS-SCADENZA                 PIC 9(08).
001420 77  ACCS-GIORNI-TOKEN             PIC 9(03).
001430 01  ACCS-TODAY-DATE               PIC 9(08).
001440 01  ACCS-TODAY-R REDEFINES ACCS-TODAY-DATE.
001450     05  ACCS-TODAY-ANNO           PIC 9(04).
001460     05  FILLER                    PIC 9(04).
001470 77  ACCS-ANNO                     PIC 9(04).
001480 77  ACCS-NUMERO                   PIC 9(07).
001490 77  ACCS-TOKEN-NOW-TIME           PIC 9(08).
001500 77  ACCS-TOKEN-SEED               PIC 9(15) COMP-5.
001510 77  ACCS-TOKEN-RANDOM             PIC 9(09)V9(09).
001520 77  ACCS-TOKEN-DIGITS             PIC 9(16).
001530*
001540* The controinteressati, kept once PRAVIEW is closed again.
001550*
001560 77  ACCS-CI-RICHIEDENTE           PIC X(60).
001570 77  ACCS-CI-DELEGATO              PIC X(16).
001580 77  ACCS-STATO-DESCR              PIC X(24).
001590 77  ACCS-NUM-ED                   PIC Z9.
001600 77  DOCFILE-PATH                  PIC X(128).
001610 77  ACCS-DOC-LEN                  PIC 9(04) COMP-5.
001620 77  ACCS-PAGINA-SW                PIC X(01).
001630     88  ACCS-PAGINA-APERTA            VALUE "S".
001640     88  ACCS-PAGINA-CHIUSA            VALUE "N".
001650 77  ACCS-PTR                      PIC 9(04) COMP-5.
001660 77  ACCS-HTML                     PIC X(512).
001670 77  ACCS-HTML-LEN                 PIC 9(04) COMP-5.
001680*
001690 LINKAGE SECTION.

001700         COPY "COBW3.CBL".
001710*
001720 PROCEDURE  DIVISION USING COBW3.
001730*
001740         PERFORM INIZIO-ACCESSO   THRU EX-INIZIO-ACCESSO.
001750         PERFORM LEGGI-PARAMETRI  THRU EX-LEGGI-PARAMETRI.

001760         EVALUATE TRUE
001770             WHEN ACCS-AZIONE-ISTANZA
001780                 PERFORM PRESENTA-ISTANZA
001790                     THRU EX-PRESENTA-ISTANZA
001800             WHEN ACCS-AZIONE-OPPOSIZIONE
001810                 PERFORM REGISTRA-OPPOSIZIONE
001820                     THRU EX-REGISTRA-OPPOSIZIONE
001830             WHEN ACCS-AZIONE-DECIDI
001840                 PERFORM DECIDI-ISTANZA THRU EX-DECIDI-ISTANZA
001850             WHEN ACCS-AZIONE-DOCUMENTI
001860                 PERFORM MOSTRA-DOCUMENTI
001870                     THRU EX-MOSTRA-DOCUMENTI
001880             WHEN ACCS-AZIONE-SCARICA
001890                 PERFORM SCARICA-DOCUMENTO
001900                     THRU EX-SCARICA-DOCUMENTO
001910             WHEN OTHER
001920                 PERFORM ELENCA-ISTANZE THRU EX-ELENCA-ISTANZE
001930         END-EVALUATE.

001940         PERFORM FINE-ACCESSO     THRU EX-FINE-ACCESSO.

001950         GOBACK.
001960*
001970* INIZIO-ACCESSO leaves the page heading unsent: a download
001980* answers with the document itself, and a refused token with a
001990* bare 403, so EMETTI-HTML opens the page with its first line.
002000*
002010 INIZIO-ACCESSO.
002020         SET COBW3-STATUS-CODE-200 TO TRUE.
002030         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
002040         SET ACCS-PAGINA-CHIUSA TO TRUE.
002050         ACCEPT ACCS-TODAY-DATE FROM DATE YYYYMMDD.
002060         IF COBW3-SESSION-COMUNE-CODE = SPACES
002070             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
002080             MOVE GLB-DEFLT-COMUNE TO ACCS-COMUNE-CODE
002090         ELSE
002100             MOVE COBW3-SESSION-COMUNE-CODE
002110                 TO ACCS-COMUNE-CODE
002120         END-IF.
002130         MOVE COBW3-USERID(1:30) TO ACCS-OPERATORE.
002140 EX-INIZIO-ACCESSO.
002150         EXIT.
002160*
002170 LEGGI-PARAMETRI.
002180         MOVE SPACES           TO ACCS-AZIONE.
002190         MOVE SPACES           TO ACCS-PRATICA-ID.
002200         MOVE SPACES           TO ACCS-RICHIEDENTE.
002210         MOVE SPACES           TO ACCS-RECAPITO.
002220         MOVE SPACES           TO ACCS-INTERESSE.
002230         MOVE SPACES           TO ACCS-MOTIVO.
002240         MOVE SPACES           TO ACCS-ESITO.
002250         MOVE SPACES           TO ACCS-TOKEN.
002260         MOVE SPACES           TO ACCS-COMUNE-PAR.
002270         MOVE ZEROES           TO ACCS-DOC-X.
002280         MOVE "N"              TO ACCS-RIF-SW.
002290         MOVE ACCS-TODAY-ANNO  TO ACCS-ANNO.

002300         MOVE SPACES           TO COBW3-SEARCH-DATA.
002310         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
002320         MOVE 6                TO COBW3-SEARCH-LENGTH.
002330         SET COBW3-NUMBER-INIT TO TRUE.
002340         CALL "COBW3SR" USING COBW3.
002350         IF COBW3-SEARCH-FLAG-EXIST
002360             MOVE COBW3-GET-DATA(1:12) TO ACCS-AZIONE
002370         END-IF.

002380         MOVE SPACES           TO COBW3-SEARCH-DATA.
002390         MOVE "PRATICA"        TO COBW3-SEARCH-DATA(1:7).
002400         MOVE 7                TO COBW3-SEARCH-LENGTH.
002410         SET COBW3-NUMBER-INIT TO TRUE.
002420         CALL "COBW3SR" USING COBW3.
002430         IF COBW3-SEARCH-FLAG-EXIST
002440             MOVE COBW3-GET-DATA(1:10) TO ACCS-PRATICA-ID
002450         END-IF.

002460         MOVE SPACES           TO COBW3-SEARCH-DATA.
002470         MOVE "RICHIEDENTE"    TO COBW3-SEARCH-DATA(1:11).
002480         MOVE 11               TO COBW3-SEARCH-LENGTH.
002490         SET COBW3-NUMBER-INIT TO TRUE.
002500         CALL "COBW3SR" USING COBW3.
002510         IF COBW3-SEARCH-FLAG-EXIST
002520             MOVE COBW3-GET-DATA(1:60) TO ACCS-RICHIEDENTE
002530         END-IF.

002540         MOVE SPACES           TO COBW3-SEARCH-DATA.
002550         MOVE "RECAPITO"       TO COBW3-SEARCH-DATA(1:8).
002560         MOVE 8                TO COBW3-SEARCH-LENGTH.
002570         SET COBW3-NUMBER-INIT TO TRUE.
002580         CALL "COBW3SR" USING COBW3.
002590         IF COBW3-SEARCH-FLAG-EXIST
002600             MOVE COBW3-GET-DATA(1:60) TO ACCS-RECAPITO
002610         END-IF.

002620         MOVE SPACES           TO COBW3-SEARCH-DATA.
002630         MOVE "INTERESSE"      TO COBW3-SEARCH-DATA(1:9).
002640         MOVE 9                TO COBW3-SEARCH-LENGTH.
002650         SET COBW3-NUMBER-INIT TO TRUE.
002660         CALL "COBW3SR" USING COBW3.
002670         IF COBW3-SEARCH-FLAG-EXIST
002680             MOVE COBW3-GET-DATA(1:200) TO ACCS-INTERESSE
002690         END-IF.

002700         MOVE SPACES           TO COBW3-SEARCH-DATA.
002710         MOVE "MOTIVO"         TO COBW3-SEARCH-DATA(1:6).
002720         MOVE 6                TO COBW3-SEARCH-LENGTH.
002730         SET COBW3-NUMBER-INIT TO TRUE.
002740         CALL "COBW3SR" USING COBW3.
002750         IF COBW3-SEARCH-FLAG-EXIST
002760             MOVE COBW3-GET-DATA(1:120) TO ACCS-MOTIVO
002770         END-IF.

002780         MOVE SPACES           TO COBW3-SEARCH-DATA.
002790         MOVE "ESITO"          TO COBW3-SEARCH-DATA(1:5).
002800         MOVE 5                TO COBW3-SEARCH-LENGTH.
002810         SET COBW3-NUMBER-INIT TO TRUE.
002820         CALL "COBW3SR" USING COBW3.
002830         IF COBW3-SEARCH-FLAG-EXIST
002840             MOVE COBW3-GET-DATA(1:8) TO ACCS-ESITO
002850         END-IF.

002860         MOVE SPACES           TO COBW3-SEARCH-DATA.
002870         MOVE "TOKEN"          TO COBW3-SEARCH-DATA(1:5).
002880         MOVE 5                TO COBW3-SEARCH-LENGTH.
002890         SET COBW3-NUMBER-INIT TO TRUE.
002900         CALL "COBW3SR" USING COBW3.
002910         IF COBW3-SEARCH-FLAG-EXIST
002920             MOVE COBW3-GET-DATA(1:16) TO ACCS-TOKEN
002930         END-IF.

002940         MOVE SPACES           TO COBW3-SEARCH-DATA.
002950         MOVE "ACCESSO"        TO COBW3-SEARCH-DATA(1:7).
002960         MOVE 7                TO COBW3-SEARCH-LENGTH.
002970         SET COBW3-NUMBER-INIT TO TRUE.
002980         CALL "COBW3SR" USING COBW3.
002990         IF COBW3-SEARCH-FLAG-EXIST
003000             AND COBW3-GET-LENGTH = 11
003010             AND COBW3-GET-DATA(1:11) NUMERIC
003020             MOVE COBW3-GET-DATA(1:11) TO ACCS-RIF-X
003030             SET ACCS-RIF-DATO TO TRUE
003040         END-IF.

003050         MOVE SPACES           TO COBW3-SEARCH-DATA.
003060         MOVE "DOC"            TO COBW3-SEARCH-DATA(1:3).
003070         MOVE 3                TO COBW3-SEARCH-LENGTH.
003080         SET COBW3-NUMBER-INIT TO TRUE.
003090         CALL "COBW3SR" USING COBW3.
003100         IF COBW3-SEARCH-FLAG-EXIST
003110             AND COBW3-GET-LENGTH = 16
003120             AND COBW3-GET-DATA(1:16) NUMERIC
003130             MOVE COBW3-GET-DATA(1:16) TO ACCS-DOC-X
003140         END-IF.

003150         MOVE SPACES           TO COBW3-SEARCH-DATA.
003160         MOVE "ANNO"           TO COBW3-SEARCH-DATA(1:4).
003170         MOVE 4                TO COBW3-SEARCH-LENGTH.
003180         SET COBW3-NUMBER-INIT TO TRUE.
003190         CALL "COBW3SR" USING COBW3.
003200         IF COBW3-SEARCH-FLAG-EXIST
003210             AND COBW3-GET-LENGTH = 4
003220             AND COBW3-GET-DATA(1:4) NUMERIC
003230             MOVE COBW3-GET-DATA(1:4) TO ACCS-ANNO
003240         END-IF.
003250*
003260* The download link names its own comune, as the status page's
003270* does: it is followed without a session, so the session
003280* fallback would read the default comune's istanze instead.
003290*
003300         MOVE SPACES           TO COBW3-SEARCH-DATA.
003310         MOVE "COMUNE"         TO COBW3-SEARCH-DATA(1:6).
003320         MOVE 6                TO COBW3-SEARCH-LENGTH.
003330         SET COBW3-NUMBER-INIT TO TRUE.
003340         CALL "COBW3SR" USING COBW3.
003350         IF COBW3-SEARCH-FLAG-EXIST
003360             MOVE COBW3-GET-DATA(1:6) TO ACCS-COMUNE-PAR
003370         END-IF.
003380         IF (ACCS-AZIONE-DOCUMENTI OR ACCS-AZIONE-SCARICA)
003390             AND ACCS-COMUNE-PAR NOT = SPACES
003400             MOVE ACCS-COMUNE-PAR TO ACCS-COMUNE-CODE
003410         END-IF.
003420*
003430* The requester's codice fiscale is the login's own, when the
003440* login leads with a checksum-valid one - the dispatcher's
003450* CHECK-CODICE-FISCALE rule, no parameter overriding it. A
003460* CODICEFISCALE on the form is only set aside in ACCS-CF-FORM:
003470* PRESENTA-ISTANZA takes it from the ufficio alone, filing for
003480* someone at the counter, and nothing else ever reads it.
003490*
003500         MOVE SPACES           TO ACCS-CF.
003510         MOVE COBW3-USERID(1:16) TO CFC-VALORE.
003520         PERFORM CONTROLLA-CODFISC THRU EX-CONTROLLA-CODFISC.
003530         IF CFC-VALIDO
003540             MOVE CFC-VALORE   TO ACCS-CF
003550         END-IF.
003560         MOVE SPACES           TO ACCS-CF-FORM.
003570         MOVE SPACES           TO COBW3-SEARCH-DATA.
003580         MOVE "CODICEFISCALE"  TO COBW3-SEARCH-DATA(1:13).
003590         MOVE 13               TO COBW3-SEARCH-LENGTH.
003600         SET COBW3-NUMBER-INIT TO TRUE.
003610         CALL "COBW3SR" USING COBW3.
003620         IF COBW3-SEARCH-FLAG-EXIST
003630             MOVE COBW3-GET-DATA(1:16) TO ACCS-CF-FORM
003640         END-IF.
003650 EX-LEGGI-PARAMETRI.
003660         EXIT.
003670*
003680* CHECK-VERIFICATO refuses a state-changing azione arriving on a
003690* GET or without a started session; CHECK-OPERATORE then holds
003700* the azione to the operatori of the comune.
003710*
003720 CHECK-VERIFICATO.
003730         SET COBW3-REQUEST-METHOD TO TRUE.
003740         CALL "COBW3SR" USING COBW3.
003750         MOVE COBW3-REQUEST-INFO(1:4) TO ACCS-METODO.
003760         IF ACCS-METODO = "GET "
003770             OR NOT COBW3-SESSION-STATUS-STARTED
003780             SET COBW3-STATUS-CODE-403 TO TRUE
003790         END-IF.
003800 EX-CHECK-VERIFICATO.
003810         EXIT.
003820*
003830 CHECK-OPERATORE.
003840         PERFORM RUOLO-UFFICIO THRU EX-RUOLO-UFFICIO.
003850         IF ACCS-NON-UFFICIO
003860             SET COBW3-STATUS-CODE-403 TO TRUE
003870         END-IF.
003880 EX-CHECK-OPERATORE.
003890         EXIT.
003900*
003910* OPEN-PRAACCES opens the istanze I-O, creating the file the
003920* first time a comune receives one.
003930*
003940 OPEN-PRAACCES.
003950         OPEN I-O PRAACCES.
003960         IF STATUS-PRAACCES = "35"
003970             OPEN OUTPUT PRAACCES
003980             CLOSE PRAACCES
003990             OPEN I-O PRAACCES
004000         END-IF.
004010         IF STATUS-PRAACCES NOT = "00"
004020             SET COBW3-STATUS-CODE-500 TO TRUE
004030         END-IF.
004040 EX-OPEN-PRAACCES.
004050         EXIT.
004060*
004070* PRESENTA-ISTANZA files the istanza of the logged-in requester
004080* - or, from the ufficio, of the one CODICEFISCALE names -
004090* against PRATICA: the next number of the comune and year, the
004100* objection window and decision term OPENPS07 dates from today
004110* on the comune's calendar, and the notice to the
004120* controinteressati.
004130*
004140 PRESENTA-ISTANZA.
004150         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
004160         IF NOT COBW3-STATUS-CODE-200
004170             GO TO EX-PRESENTA-ISTANZA
004180         END-IF.
004190         PERFORM SCEGLI-CF-ISTANZA THRU EX-SCEGLI-CF-ISTANZA.
004200         IF NOT COBW3-STATUS-CODE-200
004210             GO TO EX-PRESENTA-ISTANZA
004220         END-IF.
004230         IF ACCS-PRATICA-ID = SPACES
004240             OR ACCS-RICHIEDENTE = SPACES
004250             OR ACCS-INTERESSE = SPACES
004260             OR ACCS-CF = SPACES
004270             MOVE "<tr><td>INDICARE PRATICA, RICHIEDENTE E INTERE
004280-    "SSE</td></tr>" TO ACCS-HTML
004290             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004300             GO TO EX-PRESENTA-ISTANZA
004310         END-IF.

004320         PERFORM CALCOLA-TERMINI THRU EX-CALCOLA-TERMINI.
004330         IF NOT COBW3-STATUS-CODE-200
004340             GO TO EX-PRESENTA-ISTANZA
004350         END-IF.

004360         OPEN INPUT PRAVIEW.
004370         IF STATUS-PRAVIEW NOT = "00"
004380             SET COBW3-STATUS-CODE-500 TO TRUE
004390             GO TO EX-PRESENTA-ISTANZA
004400         END-IF.
004410         MOVE ACCS-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
004420         MOVE ACCS-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
004430         READ PRAVIEW
004440             INVALID KEY
004450                 CLOSE PRAVIEW
004460                 MOVE "<tr><td>PRATICA NON TROVATA</td></tr>"
004470                     TO ACCS-HTML
004480                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004490                 GO TO EX-PRESENTA-ISTANZA
004500         END-READ.
004510         MOVE PRAVIEW-RICHIEDENTE TO ACCS-CI-RICHIEDENTE.
004520         MOVE PRAVIEW-CF-DELEGATO TO ACCS-CI-DELEGATO.
004530         CLOSE PRAVIEW.

004540         PERFORM OPEN-PRAACCES THRU EX-OPEN-PRAACCES.
004550         IF NOT COBW3-STATUS-CODE-200
004560             GO TO EX-PRESENTA-ISTANZA
004570         END-IF.
004580         PERFORM NUMERA-ISTANZA THRU EX-NUMERA-ISTANZA.

004590         INITIALIZE PRAACCES-RECORD.
004600         MOVE ACCS-COMUNE-CODE TO PRAACCES-COMUNE-CODE.
004610         MOVE ACCS-TODAY-ANNO  TO PRAACCES-ANNO.
004620         MOVE ACCS-NUMERO      TO PRAACCES-NUMERO.
004630         MOVE ACCS-PRATICA-ID  TO PRAACCES-PRATICA-ID.
004640         MOVE ACCS-RICHIEDENTE TO PRAACCES-RICHIEDENTE.
004650         MOVE ACCS-CF          TO PRAACCES-CF-RICHIEDENTE.
004660         MOVE ACCS-RECAPITO    TO PRAACCES-RECAPITO.
004670         MOVE ACCS-INTERESSE   TO PRAACCES-INTERESSE.
004680         MOVE ACCS-TODAY-DATE  TO PRAACCES-DATA-ISTANZA.
004690         MOVE ACCS-TERMINE-OPPOSIZ TO PRAACCES-TERMINE-OPPOSIZ.
004700         MOVE ACCS-SCADENZA    TO PRAACCES-SCADENZA.
004710         SET PRAACCES-PRESENTATA TO TRUE.
004720         MOVE "N"              TO PRAACCES-OPPOSIZIONE-SW.
004730         MOVE SPACES           TO PRAACCES-TOKEN.
004740         WRITE PRAACCES-RECORD
004750             INVALID KEY
004760                 CLOSE PRAACCES
004770                 SET COBW3-STATUS-CODE-500 TO TRUE
004780                 GO TO EX-PRESENTA-ISTANZA
004790         END-WRITE.
004800         CLOSE PRAACCES.

004810         PERFORM NOTIFICA-CONTROINTERESSATI
004820             THRU EX-NOTIFICA-CONTROINTERESSATI.

004830         MOVE "<tr><td>ISTANZA DI ACCESSO PRESENTATA</td></tr>"
004840             TO ACCS-HTML.
004850         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004860         PERFORM EMETTI-ISTANZA THRU EX-EMETTI-ISTANZA.
004870 EX-PRESENTA-ISTANZA.
004880         EXIT.
004890*
004900* NUMERA-ISTANZA takes the next number off the testata of the
004910* comune and year, written the first time the year sees an
004920* istanza.
004930*
004940 NUMERA-ISTANZA.
004950         MOVE ACCS-COMUNE-CODE TO PRAACCES-COMUNE-CODE.
004960         MOVE ACCS-TODAY-ANNO  TO PRAACCES-ANNO.
004970         MOVE 0                TO PRAACCES-NUMERO.
004980         READ PRAACCES
004990             INVALID KEY
005000                 INITIALIZE PRAACCES-TESTATA
005010                 MOVE 0 TO PRAACCES-ULTIMO-NUMERO
005020                 WRITE PRAACCES-RECORD
005030                     INVALID KEY
005040                         CONTINUE
005050                 END-WRITE
005060         END-READ.
005070         ADD 1 TO PRAACCES-ULTIMO-NUMERO.
005080         MOVE PRAACCES-ULTIMO-NUMERO TO ACCS-NUMERO.
005090         REWRITE PRAACCES-RECORD
005100             INVALID KEY
005110                 CONTINUE
005120         END-REWRITE.
005130 EX-NUMERA-ISTANZA.
005140         EXIT.
005150*
005160* NOTIFICA-CONTROINTERESSATI queues the **AA notice to the
005170* richiedente of the pratica and, when one files by proxy, to
005180* the delegato; the second row goes one tick later so the two
005190* never share a key.
005200*
005210 NOTIFICA-CONTROINTERESSATI.
005220         OPEN I-O PRANOTIF.
005230         IF STATUS-PRANOTIF = "35"
005240             OPEN OUTPUT PRANOTIF
005250             CLOSE PRANOTIF
005260             OPEN I-O PRANOTIF
005270         END-IF.
005280         IF STATUS-PRANOTIF NOT = "00"
005290             GO TO EX-NOTIFICA-CONTROINTERESSATI
005300         END-IF.
005310         MOVE ACCS-COMUNE-CODE    TO PRANOTIF-COMUNE-CODE.
005320         MOVE ACCS-PRATICA-ID     TO PRANOTIF-PRATICA-ID.
005330         MOVE ACCS-TODAY-DATE     TO PRANOTIF-DATA.
005340         ACCEPT PRANOTIF-ORA      FROM TIME.
005350         MOVE "**"                TO PRANOTIF-OLD-STATO.
005360         MOVE "AA"                TO PRANOTIF-NEW-STATO.
005370         MOVE ACCS-CI-RICHIEDENTE TO PRANOTIF-DESTINATARIO.
005380         SET PRANOTIF-DA-INVIARE  TO TRUE.
005390         MOVE 0                   TO PRANOTIF-TENTATIVI.
005400         WRITE PRANOTIF-RECORD
005410             INVALID KEY
005420                 CONTINUE
005430         END-WRITE.
005440         IF ACCS-CI-DELEGATO NOT = SPACES
005450             ADD 1 TO PRANOTIF-ORA
005460             MOVE ACCS-CI-DELEGATO TO PRANOTIF-DESTINATARIO
005470             WRITE PRANOTIF-RECORD
005480                 INVALID KEY
005490                     CONTINUE
005500             END-WRITE
005510         END-IF.
005520         CLOSE PRANOTIF.
005530 EX-NOTIFICA-CONTROINTERESSATI.
005540         EXIT.
005550*
005560* LEGGI-ISTANZA reads the istanza ACCESSO names, the file already
005570* open; a missing one is a 404.
005580*
005590 LEGGI-ISTANZA.
005600         MOVE ACCS-COMUNE-CODE TO PRAACCES-COMUNE-CODE.
005610         MOVE ACCS-RIF-ANNO    TO PRAACCES-ANNO.
005620         MOVE ACCS-RIF-NUMERO  TO PRAACCES-NUMERO.
005630         READ PRAACCES
005640             INVALID KEY
005650                 SET COBW3-STATUS-CODE-404 TO TRUE
005660         END-READ.
005670         IF PRAACCES-TESTATA-ROW
005680             SET COBW3-STATUS-CODE-404 TO TRUE
005690         END-IF.
005700 EX-LEGGI-ISTANZA.
005710         EXIT.
005720*
005730* REGISTRA-OPPOSIZIONE books the objection a controinteressato
005740* lodged with the ufficio, while the window is still open.
005750*
005760 REGISTRA-OPPOSIZIONE.
005770         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
005780         IF NOT COBW3-STATUS-CODE-200
005790             GO TO EX-REGISTRA-OPPOSIZIONE
005800         END-IF.
005810         PERFORM CHECK-OPERATORE THRU EX-CHECK-OPERATORE.
005820         IF NOT COBW3-STATUS-CODE-200
005830             GO TO EX-REGISTRA-OPPOSIZIONE
005840         END-IF.
005850         IF NOT ACCS-RIF-DATO
005860             OR ACCS-MOTIVO = SPACES
005870             MOVE "<tr><td>INDICARE ACCESSO E MOTIVO</td></tr>"
005880                 TO ACCS-HTML
005890             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005900             GO TO EX-REGISTRA-OPPOSIZIONE
005910         END-IF.

005920         PERFORM OPEN-PRAACCES THRU EX-OPEN-PRAACCES.
005930         IF NOT COBW3-STATUS-CODE-200
005940             GO TO EX-REGISTRA-OPPOSIZIONE
005950         END-IF.
005960         PERFORM LEGGI-ISTANZA THRU EX-LEGGI-ISTANZA.
005970         IF NOT COBW3-STATUS-CODE-200
005980             CLOSE PRAACCES
005990             GO TO EX-REGISTRA-OPPOSIZIONE
006000         END-IF.
006010         IF NOT PRAACCES-PRESENTATA
006020             OR ACCS-TODAY-DATE > PRAACCES-TERMINE-OPPOSIZ
006030             CLOSE PRAACCES
006040             MOVE "<tr><td>TERMINE PER OPPORSI SCADUTO</td></tr>"
006050                 TO ACCS-HTML
006060             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006070             GO TO EX-REGISTRA-OPPOSIZIONE
006080         END-IF.

006090         SET PRAACCES-OPPOSTA  TO TRUE.
006100         MOVE ACCS-TODAY-DATE  TO PRAACCES-DATA-OPPOSIZ.
006110         MOVE ACCS-MOTIVO      TO PRAACCES-NOTE-OPPOSIZ.
006120         REWRITE PRAACCES-RECORD
006130             INVALID KEY
006140                 CLOSE PRAACCES
006150                 SET COBW3-STATUS-CODE-500 TO TRUE
006160                 GO TO EX-REGISTRA-OPPOSIZIONE
006170         END-REWRITE.
006180         CLOSE PRAACCES.
006190         MOVE "<tr><td>OPPOSIZIONE REGISTRATA</td></tr>"
006200             TO ACCS-HTML.
006210         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
006220         PERFORM EMETTI-ISTANZA THRU EX-EMETTI-ISTANZA.
006230 EX-REGISTRA-OPPOSIZIONE.
006240         EXIT.
006250*
006260* DECIDI-ISTANZA records the responsabile's decision once the
006270* objection window is over: ACCOLTA releases the documents
006280* named in DOC, or every liberato document of the pratica when
006290* none is named; PARZIALE releases only those named and, like
006300* RESPINTA, must say why. A decision releasing documents mints
006310* the token that opens them until its scadenza.
006320*
006330 DECIDI-ISTANZA.
006340         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
006350         IF NOT COBW3-STATUS-CODE-200
006360             GO TO EX-DECIDI-ISTANZA
006370         END-IF.
006380         PERFORM CHECK-OPERATORE THRU EX-CHECK-OPERATORE.
006390         IF NOT COBW3-STATUS-CODE-200
006400             GO TO EX-DECIDI-ISTANZA
006410         END-IF.
006420         IF NOT AUTH-RUOLO-RESPONSABILE
006430             AND NOT AUTH-RUOLO-ADMIN
006440             SET COBW3-STATUS-CODE-403 TO TRUE
006450             GO TO EX-DECIDI-ISTANZA
006460         END-IF.
006470         IF NOT ACCS-RIF-DATO
006480             OR (NOT ACCS-ESITO-ACCOLTA
006490             AND NOT ACCS-ESITO-PARZIALE
006500             AND NOT ACCS-ESITO-RESPINTA)
006510             MOVE "<tr><td>INDICARE ACCESSO ED ESITO</td></tr>"
006520                 TO ACCS-HTML
006530             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006540             GO TO EX-DECIDI-ISTANZA
006550         END-IF.
006560         IF NOT ACCS-ESITO-ACCOLTA
006570             AND ACCS-MOTIVO = SPACES
006580             MOVE "<tr><td>INDICARE IL MOTIVO</td></tr>"
006590                 TO ACCS-HTML
006600             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006610             GO TO EX-DECIDI-ISTANZA
006620         END-IF.

006630         PERFORM OPEN-PRAACCES THRU EX-OPEN-PRAACCES.
006640         IF NOT COBW3-STATUS-CODE-200
006650             GO TO EX-DECIDI-ISTANZA
006660         END-IF.
006670         PERFORM LEGGI-ISTANZA THRU EX-LEGGI-ISTANZA.
006680         IF NOT COBW3-STATUS-CODE-200
006690             CLOSE PRAACCES
006700             GO TO EX-DECIDI-ISTANZA
006710         END-IF.
006720         IF NOT PRAACCES-PRESENTATA
006730             CLOSE PRAACCES
006740             MOVE "<tr><td>ISTANZA GIA DECISA</td></tr>"
006750                 TO ACCS-HTML
006760             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006770             GO TO EX-DECIDI-ISTANZA
006780         END-IF.
006790         IF ACCS-TODAY-DATE NOT > PRAACCES-TERMINE-OPPOSIZ
006800             CLOSE PRAACCES
006810             MOVE SPACES TO ACCS-HTML
006820             STRING "<tr><td>OPPOSIZIONI APERTE FINO AL "
006830                     DELIMITED BY SIZE
006840                 PRAACCES-TERMINE-OPPOSIZ DELIMITED BY SIZE
006850                 "</td></tr>"             DELIMITED BY SIZE
006860                 INTO ACCS-HTML
006870             END-STRING
006880             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006890             GO TO EX-DECIDI-ISTANZA
006900         END-IF.

006910         MOVE 0 TO ACCS-NUM-SCELTI.
006920         SET ACCS-SCELTI-OK TO TRUE.
006930         IF NOT ACCS-ESITO-RESPINTA
006940             PERFORM RACCOGLI-DOCUMENTI
006950                 THRU EX-RACCOGLI-DOCUMENTI
006960         END-IF.
006970         IF ACCS-SCELTI-KO
006980             CLOSE PRAACCES
006990             GO TO EX-DECIDI-ISTANZA
007000         END-IF.

007010         EVALUATE TRUE
007020             WHEN ACCS-ESITO-ACCOLTA
007030                 SET PRAACCES-ACCOLTA   TO TRUE
007040             WHEN ACCS-ESITO-PARZIALE
007050                 SET PRAACCES-PARZIALE  TO TRUE
007060             WHEN OTHER
007070                 SET PRAACCES-RESPINTA  TO TRUE
007080         END-EVALUATE.
007090         MOVE ACCS-TODAY-DATE  TO PRAACCES-DATA-DECISIONE.
007100         MOVE ACCS-OPERATORE   TO PRAACCES-OPERATORE.
007110         MOVE ACCS-MOTIVO      TO PRAACCES-MOTIVAZIONE.
007120         MOVE ACCS-NUM-SCELTI  TO PRAACCES-NUM-DOCUMENTI.
007130         PERFORM COPIA-SCELTO THRU EX-COPIA-SCELTO
007140             VARYING ACCS-IX FROM 1 BY 1
007150             UNTIL ACCS-IX > ACCS-NUM-SCELTI.
007160         IF ACCS-NUM-SCELTI > 0
007170             PERFORM MINT-TOKEN-ISTANZA
007180                 THRU EX-MINT-TOKEN-ISTANZA
007190         END-IF.
007200         REWRITE PRAACCES-RECORD
007210             INVALID KEY
007220                 CLOSE PRAACCES
007230                 SET COBW3-STATUS-CODE-500 TO TRUE
007240                 GO TO EX-DECIDI-ISTANZA
007250         END-REWRITE.
007260         CLOSE PRAACCES.

007270         MOVE "<tr><td>ISTANZA DECISA</td></tr>" TO ACCS-HTML.
007280         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
007290         PERFORM EMETTI-ISTANZA THRU EX-EMETTI-ISTANZA.
007300         IF PRAACCES-CONCESSA
007310             AND PRAACCES-TOKEN NOT = SPACES
007320             PERFORM EMETTI-LINK THRU EX-EMETTI-LINK
007330         END-IF.
007340 EX-DECIDI-ISTANZA.
007350         EXIT.
007360*
007370* RACCOGLI-DOCUMENTI fills ACCS-SCELTI. Every document named must
007380* be a liberato PRATTACH row of the pratica - one still in
007390* quarantena or found infetto is never released.
007400*
007410 RACCOGLI-DOCUMENTI.
007420         OPEN INPUT PRATTACH.
007430         IF STATUS-PRATTACH NOT = "00"
007440             SET ACCS-SCELTI-KO TO TRUE
007450             MOVE "<tr><td>DOCUMENTI NON DISPONIBILI</td></tr>"
007460                 TO ACCS-HTML
007470             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007480             GO TO EX-RACCOGLI-DOCUMENTI
007490         END-IF.
007500         MOVE 1 TO COBW3-NUMBER.
007510         PERFORM RACCOGLI-DOC-PARAMETRO
007520             THRU EX-RACCOGLI-DOC-PARAMETRO
007530             WITH TEST AFTER
007540             UNTIL NOT COBW3-SEARCH-FLAG-EXIST
007550                OR ACCS-SCELTI-KO
007560                OR ACCS-NUM-SCELTI NOT LESS THAN 20.
007570         IF ACCS-SCELTI-KO
007580             CLOSE PRATTACH
007590             GO TO EX-RACCOGLI-DOCUMENTI
007600         END-IF.

007610         IF ACCS-NUM-SCELTI = 0
007620             AND ACCS-ESITO-ACCOLTA
007630             MOVE ACCS-COMUNE-CODE    TO PRATTACH-COMUNE-CODE
007640             MOVE PRAACCES-PRATICA-ID TO PRATTACH-PRATICA-ID
007650             MOVE 0                   TO PRATTACH-UPLOAD-DATE
007660             MOVE 0                   TO PRATTACH-UPLOAD-TIME
007670             SET ACCS-NOT-EOF TO TRUE
007680             START PRATTACH KEY IS NOT LESS THAN PRATTACH-KEY
007690                 INVALID KEY
007700                     SET ACCS-EOF TO TRUE
007710             END-START
007720             PERFORM RACCOGLI-DOC-PRATICA
007730                 THRU EX-RACCOGLI-DOC-PRATICA
007740                 UNTIL ACCS-EOF
007750                    OR ACCS-NUM-SCELTI NOT LESS THAN 20
007760         END-IF.
007770         CLOSE PRATTACH.

007780         IF ACCS-NUM-SCELTI = 0
007790             AND ACCS-ESITO-PARZIALE
007800             SET ACCS-SCELTI-KO TO TRUE
007810             MOVE "<tr><td>INDICARE I DOCUMENTI</td></tr>"
007820                 TO ACCS-HTML
007830             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007840         END-IF.
007850 EX-RACCOGLI-DOCUMENTI.
007860         EXIT.
007870*
007880 RACCOGLI-DOC-PARAMETRO.
007890         MOVE SPACES           TO COBW3-SEARCH-DATA.
007900         MOVE "DOC"            TO COBW3-SEARCH-DATA(1:3).
007910         MOVE 3                TO COBW3-SEARCH-LENGTH.
007920         CALL "COBW3SR" USING COBW3.
007930         IF NOT COBW3-SEARCH-FLAG-EXIST
007940             GO TO EX-RACCOGLI-DOC-PARAMETRO
007950         END-IF.
007960         ADD 1 TO COBW3-NUMBER.
007970         MOVE COBW3-GET-DATA(1:16) TO ACCS-DOC-X.
007980         IF COBW3-GET-LENGTH NOT = 16
007990             OR ACCS-DOC-X NOT NUMERIC
008000             SET ACCS-SCELTI-KO TO TRUE
008010         ELSE
008020             MOVE ACCS-COMUNE-CODE    TO PRATTACH-COMUNE-CODE
008030             MOVE PRAACCES-PRATICA-ID TO PRATTACH-PRATICA-ID
008040             MOVE ACCS-DOC-DATE       TO PRATTACH-UPLOAD-DATE
008050             MOVE ACCS-DOC-TIME       TO PRATTACH-UPLOAD-TIME
008060             READ PRATTACH
008070                 INVALID KEY
008080                     SET ACCS-SCELTI-KO TO TRUE
008090             END-READ
008100         END-IF.
008110         IF ACCS-SCELTI-OK
008120             AND NOT PRATTACH-LIBERATO
008130             SET ACCS-SCELTI-KO TO TRUE
008140         END-IF.
008150         IF ACCS-SCELTI-KO
008160             MOVE SPACES TO ACCS-HTML
008170             STRING "<tr><td>DOCUMENTO NON RILASCIABILE "
008180                     DELIMITED BY SIZE
008190                 ACCS-DOC-X             DELIMITED BY SIZE
008200                 "</td></tr>"           DELIMITED BY SIZE
008210                 INTO ACCS-HTML
008220             END-STRING
008230             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
008240             GO TO EX-RACCOGLI-DOC-PARAMETRO
008250         END-IF.
008260         ADD 1 TO ACCS-NUM-SCELTI.
008270         MOVE ACCS-DOC-DATE TO ACCS-SCELTO-DATE(ACCS-NUM-SCELTI).
008280         MOVE ACCS-DOC-TIME TO ACCS-SCELTO-TIME(ACCS-NUM-SCELTI).
008290 EX-RACCOGLI-DOC-PARAMETRO.
008300         EXIT.
008310*
008320 RACCOGLI-DOC-PRATICA.
008330         READ PRATTACH NEXT RECORD
008340             AT END
008350                 SET ACCS-EOF TO TRUE
008360                 GO TO EX-RACCOGLI-DOC-PRATICA
008370         END-READ.
008380         IF PRATTACH-COMUNE-CODE NOT = ACCS-COMUNE-CODE
008390             OR PRATTACH-PRATICA-ID NOT = PRAACCES-PRATICA-ID
008400             SET ACCS-EOF TO TRUE
008410             GO TO EX-RACCOGLI-DOC-PRATICA
008420         END-IF.
008430         IF NOT PRATTACH-LIBERATO
008440             GO TO EX-RACCOGLI-DOC-PRATICA
008450         END-IF.
008460         ADD 1 TO ACCS-NUM-SCELTI.
008470         MOVE PRATTACH-UPLOAD-DATE
008480             TO ACCS-SCELTO-DATE(ACCS-NUM-SCELTI).
008490         MOVE PRATTACH-UPLOAD-TIME
008500             TO ACCS-SCELTO-TIME(ACCS-NUM-SCELTI).
008510 EX-RACCOGLI-DOC-PRATICA.
008520         EXIT.
008530*
008540 COPIA-SCELTO.
008550         MOVE ACCS-SCELTO-DATE(ACCS-IX)
008560             TO PRAACCES-DOC-DATE(ACCS-IX).
008570         MOVE ACCS-SCELTO-TIME(ACCS-IX)
008580             TO PRAACCES-DOC-TIME(ACCS-IX).
008590 EX-COPIA-SCELTO.
008600         EXIT.
008610*
008620* MINT-TOKEN-ISTANZA draws the download token the way the
008630* dispatcher draws a pratica's, seeded on the istanza number
008640* and the moment, and has OPENPS07 date its scadenza.
008650*
008660 MINT-TOKEN-ISTANZA.
008670         ACCEPT ACCS-TOKEN-NOW-TIME FROM TIME.
008680         COMPUTE ACCS-TOKEN-SEED =
008690             (PRAACCES-NUMERO * 100000000) + ACCS-TOKEN-NOW-TIME.
008700         COMPUTE ACCS-TOKEN-RANDOM =
008710             FUNCTION RANDOM(ACCS-TOKEN-SEED).
008720         COMPUTE ACCS-TOKEN-DIGITS =
008730             ACCS-TOKEN-RANDOM * 9999999999999999.
008740         MOVE ACCS-TOKEN-DIGITS TO PRAACCES-TOKEN.
008750         PERFORM LEGGI-GIORNI-TOKEN THRU EX-LEGGI-GIORNI-TOKEN.
008760         SET CAL-MODO-DATA          TO TRUE.
008770         MOVE ACCS-COMUNE-CODE      TO CAL-COMUNE-CODE.
008780         MOVE ACCS-TODAY-DATE       TO CAL-DATA-BASE.
008790         MOVE ACCS-GIORNI-TOKEN     TO CAL-GIORNI.
008800         CALL "OPENPS07" USING CALCHK-AREA.
008810         IF CAL-ESITO-OK
008820             MOVE CAL-SCADENZA      TO PRAACCES-TOKEN-SCADENZA
008830         ELSE
008840             MOVE ACCS-TODAY-DATE   TO PRAACCES-TOKEN-SCADENZA
008850         END-IF.
008860 EX-MINT-TOKEN-ISTANZA.
008870         EXIT.
008880*
008890 LEGGI-GIORNI-TOKEN.
008900         MOVE 30 TO ACCS-GIORNI-TOKEN.
008910         OPEN INPUT PRATAB.
008920         IF STATUS-PRATAB NOT = "00"
008930             GO TO EX-LEGGI-GIORNI-TOKEN
008940         END-IF.
008950         MOVE ACCS-COMUNE-CODE TO PRATAB-COMUNE-CODE.
008960         SET PRATAB-TIPO-PAGOPA TO TRUE.
008970         MOVE "ACCTOK"         TO PRATAB-COD-RIFERIMENTO.
008980         READ PRATAB
008990             INVALID KEY
009000                 CLOSE PRATAB
009010                 GO TO EX-LEGGI-GIORNI-TOKEN
009020         END-READ.
009030         CLOSE PRATAB.
009040         IF PRATAB-VALORE > 0
009050             AND PRATAB-VALORE < 1000
009060             MOVE PRATAB-VALORE TO ACCS-GIORNI-TOKEN
009070         END-IF.
009080 EX-LEGGI-GIORNI-TOKEN.
009090         EXIT.
009100*
009110* CONTROLLA-TOKEN admits the session-less azioni on the token
009120* alone: the istanza must exist, be granted with documents, and
009130* carry the very token presented. Anything else is a flat 403
009140* that tells nothing, and counts toward PRABLOCK upstream. A
009150* right token past its scadenza is told so, and no strike:
009160* it proves its holder.
009170*
009180 CONTROLLA-TOKEN.
009190         SET ACCS-TOKEN-NON-VALIDO TO TRUE.
009200         IF NOT ACCS-RIF-DATO
009210             OR ACCS-TOKEN = SPACES
009220             SET COBW3-STATUS-CODE-403 TO TRUE
009230             GO TO EX-CONTROLLA-TOKEN
009240         END-IF.
009250         OPEN INPUT PRAACCES.
009260         IF STATUS-PRAACCES NOT = "00"
009270             SET COBW3-STATUS-CODE-403 TO TRUE
009280             GO TO EX-CONTROLLA-TOKEN
009290         END-IF.
009300         PERFORM LEGGI-ISTANZA THRU EX-LEGGI-ISTANZA.
009310         CLOSE PRAACCES.
009320         IF NOT COBW3-STATUS-CODE-200
009330             OR NOT PRAACCES-CONCESSA
009340             OR PRAACCES-TOKEN = SPACES
009350             OR PRAACCES-TOKEN NOT = ACCS-TOKEN
009360             SET COBW3-STATUS-CODE-403 TO TRUE
009370             GO TO EX-CONTROLLA-TOKEN
009380         END-IF.
009390         IF ACCS-TODAY-DATE > PRAACCES-TOKEN-SCADENZA
009400             MOVE SPACES TO ACCS-HTML
009410             STRING "<tr><td>ACCESSO AI DOCUMENTI SCADUTO IL "
009420                     DELIMITED BY SIZE
009430                 PRAACCES-TOKEN-SCADENZA  DELIMITED BY SIZE
009440                 "</td></tr>"             DELIMITED BY SIZE
009450                 INTO ACCS-HTML
009460             END-STRING
009470             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009480             GO TO EX-CONTROLLA-TOKEN
009490         END-IF.
009500         SET ACCS-TOKEN-VALIDO TO TRUE.
009510 EX-CONTROLLA-TOKEN.
009520         EXIT.
009530*
009540* MOSTRA-DOCUMENTI lists the documents the istanza released,
009550* each with its download link.
009560*
009570 MOSTRA-DOCUMENTI.
009580         PERFORM CONTROLLA-TOKEN THRU EX-CONTROLLA-TOKEN.
009590         IF NOT COBW3-STATUS-CODE-200
009600             OR ACCS-TOKEN-NON-VALIDO
009610             GO TO EX-MOSTRA-DOCUMENTI
009620         END-IF.
009630         PERFORM EMETTI-ISTANZA THRU EX-EMETTI-ISTANZA.
009640         OPEN INPUT PRATTACH.
009650         IF STATUS-PRATTACH NOT = "00"
009660             SET COBW3-STATUS-CODE-500 TO TRUE
009670             GO TO EX-MOSTRA-DOCUMENTI
009680         END-IF.
009690         PERFORM EMETTI-DOCUMENTO THRU EX-EMETTI-DOCUMENTO
009700             VARYING ACCS-IX FROM 1 BY 1
009710             UNTIL ACCS-IX > PRAACCES-NUM-DOCUMENTI.
009720         CLOSE PRATTACH.
009730 EX-MOSTRA-DOCUMENTI.
009740         EXIT.
009750*
009760 EMETTI-DOCUMENTO.
009770         MOVE PRAACCES-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
009780         MOVE PRAACCES-PRATICA-ID  TO PRATTACH-PRATICA-ID.
009790         MOVE PRAACCES-DOC-DATE(ACCS-IX) TO PRATTACH-UPLOAD-DATE.
009800         MOVE PRAACCES-DOC-TIME(ACCS-IX) TO PRATTACH-UPLOAD-TIME.
009810         READ PRATTACH
009820             INVALID KEY
009830                 GO TO EX-EMETTI-DOCUMENTO
009840         END-READ.
009850         MOVE SPACES TO ACCS-HTML.
009860         STRING "<tr><td><a href=""?TIPO=ACCESS&AZIONE=SCARICA"
009870                 DELIMITED BY SIZE
009880             "&COMUNE="                 DELIMITED BY SIZE
009890             PRAACCES-COMUNE-CODE       DELIMITED BY SIZE
009900             "&ACCESSO="                DELIMITED BY SIZE
009910             PRAACCES-ANNO              DELIMITED BY SIZE
009920             PRAACCES-NUMERO            DELIMITED BY SIZE
009930             "&TOKEN="                  DELIMITED BY SIZE
009940             PRAACCES-TOKEN             DELIMITED BY SIZE
009950             "&DOC="                    DELIMITED BY SIZE
009960             PRATTACH-UPLOAD-DATE       DELIMITED BY SIZE
009970             PRATTACH-UPLOAD-TIME       DELIMITED BY SIZE
009980             """>"                      DELIMITED BY SIZE
009990             PRATTACH-ORIGINAL-NAME     DELIMITED BY "  "
010000             "</a></td><td>"            DELIMITED BY SIZE
010010             PRATTACH-DOC-TYPE          DELIMITED BY "  "
010020             "</td></tr>"               DELIMITED BY SIZE
010030             INTO ACCS-HTML
010040         END-STRING.
010050         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
010060 EX-EMETTI-DOCUMENTO.
010070         EXIT.
010080*
010090* SCARICA-DOCUMENTO streams one released document back through
010100* the one-line DOCFILE reader, under its own content type. A
010110* document DOC does not name on the istanza is a 403 like a
010120* wrong token; one since found infetto is no longer served.
010130*
010140 SCARICA-DOCUMENTO.
010150         PERFORM CONTROLLA-TOKEN THRU EX-CONTROLLA-TOKEN.
010160         IF NOT COBW3-STATUS-CODE-200
010170             OR ACCS-TOKEN-NON-VALIDO
010180             GO TO EX-SCARICA-DOCUMENTO
010190         END-IF.
010200         SET ACCS-NON-TROVATO TO TRUE.
010210         PERFORM CERCA-RILASCIATO THRU EX-CERCA-RILASCIATO
010220             VARYING ACCS-IX FROM 1 BY 1
010230             UNTIL ACCS-IX > PRAACCES-NUM-DOCUMENTI
010240                OR ACCS-TROVATO.
010250         IF ACCS-NON-TROVATO
010260             SET COBW3-STATUS-CODE-403 TO TRUE
010270             GO TO EX-SCARICA-DOCUMENTO
010280         END-IF.

010290         OPEN INPUT PRATTACH.
010300         IF STATUS-PRATTACH NOT = "00"
010310             SET COBW3-STATUS-CODE-500 TO TRUE
010320             GO TO EX-SCARICA-DOCUMENTO
010330         END-IF.
010340         MOVE PRAACCES-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
010350         MOVE PRAACCES-PRATICA-ID  TO PRATTACH-PRATICA-ID.
010360         MOVE ACCS-DOC-DATE        TO PRATTACH-UPLOAD-DATE.
010370         MOVE ACCS-DOC-TIME        TO PRATTACH-UPLOAD-TIME.
010380         READ PRATTACH
010390             INVALID KEY
010400                 CLOSE PRATTACH
010410                 SET COBW3-STATUS-CODE-404 TO TRUE
010420                 GO TO EX-SCARICA-DOCUMENTO
010430         END-READ.
010440         CLOSE PRATTACH.
010450         IF NOT PRATTACH-LIBERATO
010460             SET COBW3-STATUS-CODE-404 TO TRUE
010470             GO TO EX-SCARICA-DOCUMENTO
010480         END-IF.

010490         MOVE PRATTACH-STORED-PATH TO DOCFILE-PATH.
010500         OPEN INPUT DOCFILE.
010510         IF STATUS-DOCFILE NOT = "00"
010520             SET COBW3-STATUS-CODE-500 TO TRUE
010530             GO TO EX-SCARICA-DOCUMENTO
010540         END-IF.
010550         MOVE PRATTACH-CONTENT-TYPE(1:32) TO COBW3-CONTENT-TYPE.
010560         SET ACCS-NOT-EOF TO TRUE.
010570         PERFORM SCARICA-RIGA THRU EX-SCARICA-RIGA
010580             UNTIL ACCS-EOF.
010590         CLOSE DOCFILE.
010600 EX-SCARICA-DOCUMENTO.
010610         EXIT.
010620*
010630 CERCA-RILASCIATO.
010640         IF PRAACCES-DOC-DATE(ACCS-IX) = ACCS-DOC-DATE
010650             AND PRAACCES-DOC-TIME(ACCS-IX) = ACCS-DOC-TIME
010660             SET ACCS-TROVATO TO TRUE
010670         END-IF.
010680 EX-CERCA-RILASCIATO.
010690         EXIT.
010700*
010710 SCARICA-RIGA.
010720         READ DOCFILE
010730             AT END
010740                 SET ACCS-EOF TO TRUE
010750                 GO TO EX-SCARICA-RIGA
010760         END-READ.
010770         MOVE 256 TO ACCS-DOC-LEN.
010780         PERFORM SCARICA-RIGA-TRIM THRU EX-SCARICA-RIGA-TRIM
010790             UNTIL ACCS-DOC-LEN = 1
010800                OR DOCFILE-RECORD(ACCS-DOC-LEN:1) NOT = SPACE.
010810         MOVE SPACES TO COBW3-PUT-STRING.
010820         MOVE DOCFILE-RECORD TO COBW3-PUT-STRING.
010830         MOVE ACCS-DOC-LEN TO COBW3-PUT-STRING-LENGTH.
010840         CALL "COBW3SR" USING COBW3.
010850 EX-SCARICA-RIGA.
010860         EXIT.
010870*
010880 SCARICA-RIGA-TRIM.
010890         SUBTRACT 1 FROM ACCS-DOC-LEN.
010900 EX-SCARICA-RIGA-TRIM.
010910         EXIT.
010920*
010930* ELENCA-ISTANZE lists the istanze of ANNO (this year unless
010940* given): every one of the comune, or of PRATICA only, for the
010950* ufficio; for anyone else only those they filed themselves,
010960* with the link to the documents once granted.
010970*
010980 ELENCA-ISTANZE.
010990         IF NOT COBW3-SESSION-STATUS-STARTED
011000             SET COBW3-STATUS-CODE-403 TO TRUE
011010             GO TO EX-ELENCA-ISTANZE
011020         END-IF.
011030         PERFORM RUOLO-UFFICIO THRU EX-RUOLO-UFFICIO.
011040         IF ACCS-NON-UFFICIO
011050             AND ACCS-CF = SPACES
011060             SET COBW3-STATUS-CODE-403 TO TRUE
011070             GO TO EX-ELENCA-ISTANZE
011080         END-IF.

011090         OPEN INPUT PRAACCES.
011100         IF STATUS-PRAACCES NOT = "00"
011110             MOVE "<tr><td>NESSUNA ISTANZA</td></tr>" TO ACCS-HTML
011120             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
011130             GO TO EX-ELENCA-ISTANZE
011140         END-IF.
011150         MOVE ACCS-COMUNE-CODE TO PRAACCES-COMUNE-CODE.
011160         MOVE ACCS-ANNO        TO PRAACCES-ANNO.
011170         MOVE 1                TO PRAACCES-NUMERO.
011180         SET ACCS-NOT-EOF TO TRUE.
011190         START PRAACCES KEY IS NOT LESS THAN PRAACCES-KEY
011200             INVALID KEY
011210                 SET ACCS-EOF TO TRUE
011220         END-START.
011230         PERFORM ELENCA-ISTANZA THRU EX-ELENCA-ISTANZA
011240             UNTIL ACCS-EOF.
011250         CLOSE PRAACCES.
011260 EX-ELENCA-ISTANZE.
011270         EXIT.
011280*
011290 ELENCA-ISTANZA.
011300         READ PRAACCES NEXT RECORD
011310             AT END
011320                 SET ACCS-EOF TO TRUE
011330                 GO TO EX-ELENCA-ISTANZA
011340         END-READ.
011350         IF PRAACCES-COMUNE-CODE NOT = ACCS-COMUNE-CODE
011360             OR PRAACCES-ANNO NOT = ACCS-ANNO
011370             SET ACCS-EOF TO TRUE
011380             GO TO EX-ELENCA-ISTANZA
011390         END-IF.
011400         IF ACCS-PRATICA-ID NOT = SPACES
011410             AND PRAACCES-PRATICA-ID NOT = ACCS-PRATICA-ID
011420             GO TO EX-ELENCA-ISTANZA
011430         END-IF.
011440         IF ACCS-UFFICIO
011450             PERFORM EMETTI-ISTANZA THRU EX-EMETTI-ISTANZA
011460             GO TO EX-ELENCA-ISTANZA
011470         END-IF.
011480         IF PRAACCES-CF-RICHIEDENTE NOT = ACCS-CF
011490             GO TO EX-ELENCA-ISTANZA
011500         END-IF.
011510         PERFORM EMETTI-ISTANZA THRU EX-EMETTI-ISTANZA.
011520         IF PRAACCES-CONCESSA
011530             AND PRAACCES-TOKEN NOT = SPACES
011540             AND ACCS-TODAY-DATE NOT > PRAACCES-TOKEN-SCADENZA
011550             PERFORM EMETTI-LINK THRU EX-EMETTI-LINK
011560         END-IF.
011570 EX-ELENCA-ISTANZA.
011580         EXIT.
011590*
011600* EMETTI-ISTANZA emits the PRAACCES row in the record area:
011610* number, pratica, requester, the dates that run against it,
011620* stato - with the decision term flagged once lapsed - the
011630* controinteressati when the ufficio is looking, and the
011640* objection and decision when there are.
011650*
011660 EMETTI-ISTANZA.
011670         EVALUATE TRUE
011680             WHEN PRAACCES-ACCOLTA
011690                 MOVE "ACCOLTA"            TO ACCS-STATO-DESCR
011700             WHEN PRAACCES-PARZIALE
011710                 MOVE "ACCOLTA IN PARTE"   TO ACCS-STATO-DESCR
011720             WHEN PRAACCES-RESPINTA
011730                 MOVE "RESPINTA"           TO ACCS-STATO-DESCR
011740             WHEN ACCS-TODAY-DATE > PRAACCES-SCADENZA
011750                 MOVE "TERMINE SCADUTO"    TO ACCS-STATO-DESCR
011760             WHEN ACCS-TODAY-DATE > PRAACCES-TERMINE-OPPOSIZ
011770                 MOVE "DA DECIDERE"        TO ACCS-STATO-DESCR
011780             WHEN OTHER
011790                 MOVE "IN OPPOSIZIONE"     TO ACCS-STATO-DESCR
011800         END-EVALUATE.
011810         MOVE SPACES TO ACCS-HTML.
011820         STRING "<tr><td>ISTANZA N. "   DELIMITED BY SIZE
011830             PRAACCES-NUMERO            DELIMITED BY SIZE
011840             "/"                        DELIMITED BY SIZE
011850             PRAACCES-ANNO              DELIMITED BY SIZE
011860             "</td><td>PRATICA "        DELIMITED BY SIZE
011870             PRAACCES-PRATICA-ID        DELIMITED BY SIZE
011880             "</td><td>"                DELIMITED BY SIZE
011890             PRAACCES-RICHIEDENTE       DELIMITED BY "  "
011900             "</td><td>"                DELIMITED BY SIZE
011910             ACCS-STATO-DESCR           DELIMITED BY "  "
011920             "</td></tr>"               DELIMITED BY SIZE
011930             INTO ACCS-HTML
011940         END-STRING.
011950         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

011960         MOVE SPACES TO ACCS-HTML.
011970         STRING "<tr><td>PRESENTATA "   DELIMITED BY SIZE
011980             PRAACCES-DATA-ISTANZA      DELIMITED BY SIZE
011990             "</td><td>OPPOSIZIONI FINO AL " DELIMITED BY SIZE
012000             PRAACCES-TERMINE-OPPOSIZ   DELIMITED BY SIZE
012010             "</td><td>DECISIONE ENTRO " DELIMITED BY SIZE
012020             PRAACCES-SCADENZA          DELIMITED BY SIZE
012030             "</td></tr>"               DELIMITED BY SIZE
012040             INTO ACCS-HTML
012050         END-STRING.
012060         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.

012070         MOVE SPACES TO ACCS-HTML.
012080         STRING "<tr><td>INTERESSE</td><td>" DELIMITED BY SIZE
012090             PRAACCES-INTERESSE         DELIMITED BY "  "
012100             "</td></tr>"               DELIMITED BY SIZE
012110             INTO ACCS-HTML
012120         END-STRING.
012130         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
012140         IF ACCS-UFFICIO
012150             PERFORM EMETTI-CONTROINTERESSATI
012160                 THRU EX-EMETTI-CONTROINTERESSATI
012170         END-IF.

012180         IF PRAACCES-OPPOSTA
012190             MOVE SPACES TO ACCS-HTML
012200             STRING "<tr><td>OPPOSIZIONE DEL " DELIMITED BY SIZE
012210                 PRAACCES-DATA-OPPOSIZ      DELIMITED BY SIZE
012220                 "</td><td>"                DELIMITED BY SIZE
012230                 PRAACCES-NOTE-OPPOSIZ      DELIMITED BY "  "
012240                 "</td></tr>"               DELIMITED BY SIZE
012250                 INTO ACCS-HTML
012260             END-STRING
012270             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
012280         END-IF.
012290         IF NOT PRAACCES-DECISA
012300             GO TO EX-EMETTI-ISTANZA
012310         END-IF.

012320         MOVE PRAACCES-NUM-DOCUMENTI TO ACCS-NUM-ED.
012330         MOVE SPACES TO ACCS-HTML.
012340         STRING "<tr><td>DECISA IL "    DELIMITED BY SIZE
012350             PRAACCES-DATA-DECISIONE    DELIMITED BY SIZE
012360             "</td><td>"                DELIMITED BY SIZE
012370             PRAACCES-OPERATORE         DELIMITED BY "  "
012380             "</td><td>DOCUMENTI RILASCIATI " DELIMITED BY SIZE
012390             ACCS-NUM-ED                DELIMITED BY SIZE
012400             "</td></tr>"               DELIMITED BY SIZE
012410             INTO ACCS-HTML
012420         END-STRING.
012430         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
012440         IF PRAACCES-DATA-DECISIONE > PRAACCES-SCADENZA
012450             MOVE "<tr><td>DECISA OLTRE IL TERMINE</td></tr>"
012460                 TO ACCS-HTML
012470             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
012480         END-IF.
012490         IF PRAACCES-MOTIVAZIONE NOT = SPACES
012500             MOVE SPACES TO ACCS-HTML
012510             STRING "<tr><td>MOTIVO</td><td>" DELIMITED BY SIZE
012520                 PRAACCES-MOTIVAZIONE       DELIMITED BY "  "
012530                 "</td></tr>"               DELIMITED BY SIZE
012540                 INTO ACCS-HTML
012550             END-STRING
012560             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
012570         END-IF.
012580 EX-EMETTI-ISTANZA.
012590         EXIT.
012600*
012610* EMETTI-LINK emits the link the requester follows, without a
012620* session, to the released documents - the one the ufficio
012630* sends to the recapito of the istanza.
012640*
012650 EMETTI-LINK.
012660         MOVE SPACES TO ACCS-HTML.
012670         STRING "<tr><td><a href=""?TIPO=ACCESS&AZIONE=DOCUMENTI"
012680                 DELIMITED BY SIZE
012690             "&COMUNE="                 DELIMITED BY SIZE
012700             PRAACCES-COMUNE-CODE       DELIMITED BY SIZE
012710             "&ACCESSO="                DELIMITED BY SIZE
012720             PRAACCES-ANNO              DELIMITED BY SIZE
012730             PRAACCES-NUMERO            DELIMITED BY SIZE
012740             "&TOKEN="                  DELIMITED BY SIZE
012750             PRAACCES-TOKEN             DELIMITED BY SIZE
012760             """>DOCUMENTI RILASCIATI</a></td><td>FINO AL "
012770                 DELIMITED BY SIZE
012780             PRAACCES-TOKEN-SCADENZA    DELIMITED BY SIZE
012790             "</td></tr>"               DELIMITED BY SIZE
012800             INTO ACCS-HTML
012810         END-STRING.
012820         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
012830 EX-EMETTI-LINK.
012840         EXIT.
012850*
012860* EMETTI-HTML sends ACCS-HTML to the browser, trimmed of its
012870* trailing padding, opening the page with its heading the first
012880* time round.
012890*
012900 EMETTI-HTML.
012910         IF ACCS-PAGINA-CHIUSA
012920             PERFORM APRI-PAGINA THRU EX-APRI-PAGINA
012930         END-IF.
012940         MOVE 512 TO ACCS-HTML-LEN.
012950         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
012960             UNTIL ACCS-HTML-LEN = 1
012970                OR ACCS-HTML(ACCS-HTML-LEN:1) NOT = SPACE.
012980         MOVE SPACES TO COBW3-PUT-STRING.
012990         MOVE ACCS-HTML TO COBW3-PUT-STRING.
013000         MOVE ACCS-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
013010         CALL "COBW3SR" USING COBW3.
013020 EX-EMETTI-HTML.
013030         EXIT.
013040*
013050 EMETTI-HTML-TRIM.
013060         SUBTRACT 1 FROM ACCS-HTML-LEN.
013070 EX-EMETTI-HTML-TRIM.
013080         EXIT.
013090*
013100 APRI-PAGINA.
013110         SET ACCS-PAGINA-APERTA TO TRUE.
013120         MOVE SPACES TO COBW3-PUT-STRING.
013130         MOVE 1 TO ACCS-PTR.
013140         STRING "<html><body><h1>ACCESSO AGLI ATTI COMUNE "
013150                 DELIMITED BY SIZE
013160             ACCS-COMUNE-CODE           DELIMITED BY SIZE
013170             "</h1><table>"             DELIMITED BY SIZE
013180             INTO COBW3-PUT-STRING
013190             WITH POINTER ACCS-PTR
013200         END-STRING.
013210         COMPUTE COBW3-PUT-STRING-LENGTH = ACCS-PTR - 1.
013220         CALL "COBW3SR" USING COBW3.
013230 EX-APRI-PAGINA.
013240         EXIT.
013250*
013260 FINE-ACCESSO.
013270         IF ACCS-PAGINA-CHIUSA
013280             GO TO EX-FINE-ACCESSO
013290         END-IF.
013300         MOVE "</table></body></html>" TO ACCS-HTML.
013310         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
013320 EX-FINE-ACCESSO.
013330         EXIT.
013340*
013350* RUOLO-UFFICIO asks OPENPS03 whether the login works the
013360* comune's ufficio, for the paths that serve it differently.
013370*
013380 RUOLO-UFFICIO.
013390         MOVE ACCS-COMUNE-CODE TO AUTH-COMUNE-CODE.
013400         MOVE COBW3-USERID     TO AUTH-USERID.
013410         CALL "OPENPS03" USING AUTHCHK-AREA.
013420         IF AUTH-RUOLO-OPERATORE
013430             SET ACCS-UFFICIO     TO TRUE
013440         ELSE
013450             SET ACCS-NON-UFFICIO TO TRUE
013460         END-IF.
013470 EX-RUOLO-UFFICIO.
013480         EXIT.
013490*
013500* SCEGLI-CF-ISTANZA settles whose istanza is being filed: the
013510* login's own, unless the ufficio files it at the counter for
013520* the CODICEFISCALE on the form, which must then pass the check.
013530* A CODICEFISCALE sent by anyone else is ignored.
013540*
013550 SCEGLI-CF-ISTANZA.
013560         PERFORM RUOLO-UFFICIO THRU EX-RUOLO-UFFICIO.
013570         IF ACCS-CF-FORM = SPACES
013580             OR ACCS-NON-UFFICIO
013590             GO TO EX-SCEGLI-CF-ISTANZA
013600         END-IF.
013610         MOVE ACCS-CF-FORM     TO CFC-VALORE.
013620         PERFORM CONTROLLA-CODFISC THRU EX-CONTROLLA-CODFISC.
013630         IF CFC-NON-VALIDO
013640             MOVE "400"        TO COBW3-STATUS-CODE
013650             GO TO EX-SCEGLI-CF-ISTANZA
013660         END-IF.
013670         MOVE CFC-VALORE       TO ACCS-CF.
013680 EX-SCEGLI-CF-ISTANZA.
013690         EXIT.
013700*
013710* CALCOLA-TERMINI has OPENPS07 date the objection window and the
013720* decision term from today on the comune's calendar.
013730*
013740 CALCOLA-TERMINI.
013750         SET CAL-MODO-DATA           TO TRUE.
013760         MOVE ACCS-COMUNE-CODE       TO CAL-COMUNE-CODE.
013770         MOVE ACCS-TODAY-DATE        TO CAL-DATA-BASE.
013780         MOVE ACCS-GIORNI-OPPOSIZIONE TO CAL-GIORNI.
013790         CALL "OPENPS07" USING CALCHK-AREA.
013800         IF NOT CAL-ESITO-OK
013810             SET COBW3-STATUS-CODE-500 TO TRUE
013820             GO TO EX-CALCOLA-TERMINI
013830         END-IF.
013840         MOVE CAL-SCADENZA           TO ACCS-TERMINE-OPPOSIZ.

013850         SET CAL-MODO-DATA           TO TRUE.
013860         MOVE ACCS-COMUNE-CODE       TO CAL-COMUNE-CODE.
013870         MOVE ACCS-TODAY-DATE        TO CAL-DATA-BASE.
013880         MOVE ACCS-GIORNI-TERMINE    TO CAL-GIORNI.
013890         CALL "OPENPS07" USING CALCHK-AREA.
013900         IF NOT CAL-ESITO-OK
013910             SET COBW3-STATUS-CODE-500 TO TRUE
013920             GO TO EX-CALCOLA-TERMINI
013930         END-IF.
013940         MOVE CAL-SCADENZA           TO ACCS-SCADENZA.
013950 EX-CALCOLA-TERMINI.
013960         EXIT.
013970*
013980* EMETTI-CONTROINTERESSATI shows the ufficio who the istanza
013990* must be notified to, as PRATICA stands now: its richiedente
014000* and, when there is one, the delegato acting for them.
014010*
014020 EMETTI-CONTROINTERESSATI.
014030         OPEN INPUT PRAVIEW.
014040         IF STATUS-PRAVIEW NOT = "00"
014050             GO TO EX-EMETTI-CONTROINTERESSATI
014060         END-IF.
014070         MOVE PRAACCES-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
014080         MOVE PRAACCES-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
014090         READ PRAVIEW
014100             INVALID KEY
014110                 CLOSE PRAVIEW
014120                 GO TO EX-EMETTI-CONTROINTERESSATI
014130         END-READ.
014140         CLOSE PRAVIEW.

014150         MOVE SPACES TO ACCS-HTML.
014160         MOVE 1      TO ACCS-PTR.
014170         STRING "<tr><td>CONTROINTERESSATI</td><td>"
014180                                        DELIMITED BY SIZE
014190             PRAVIEW-RICHIEDENTE        DELIMITED BY "  "
014200             " CF "                     DELIMITED BY SIZE
014210             PRAVIEW-CODICE-FISCALE     DELIMITED BY SIZE
014220             INTO ACCS-HTML
014230             WITH POINTER ACCS-PTR
014240         END-STRING.
014250         IF PRAVIEW-CF-DELEGATO NOT = SPACES
014260             STRING " - DELEGATO CF "   DELIMITED BY SIZE
014270                 PRAVIEW-CF-DELEGATO    DELIMITED BY SIZE
014280                 INTO ACCS-HTML
014290                 WITH POINTER ACCS-PTR
014300             END-STRING
014310         END-IF.
014320         STRING "</td></tr>"            DELIMITED BY SIZE
014330             INTO ACCS-HTML
014340             WITH POINTER ACCS-PTR
014350         END-STRING.
014360         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
014370 EX-EMETTI-CONTROINTERESSATI.
014380         EXIT.
014390*
014400         COPY "CODFCHK.CBL".
