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
000190** sotto-programma di manutenzione del calendario lavorativo del
000200** comune (TIPO=CALEND): elenca e modifica le righe PRACAL -
000210** festivita' nazionali, santo patrono, chiusure straordinarie
000220** degli uffici - su cui il servizio OPENPS07 sposta ogni
000230** scadenza al primo giorno lavorativo. Una data con anno 0000
000240** vale tutti gli anni; l'azione NAZIONALI carica in un colpo le
000250** festivita' fisse e il lunedi' dell'Angelo dell'anno indicato.
000260** Come la manutenzione PRATAB e' riservata agli indirizzi
000270** amministrativi di IPACLTAB e al ruolo admin di PRAUTEN, e ogni
000280** cambio finisce su AUDITLOG con il prima e il dopo affiancati.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENPA19.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340         COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.

000370         COPY "SELCAL.CBL".
000380         COPY "SELAUDIT.CBL".

000390 DATA             DIVISION.
000400 FILE SECTION.

000410         COPY "FDECAL.CBL".
000420         COPY "FDEAUDIT.CBL".

000430 WORKING-STORAGE  SECTION.

000440         COPY "GLOBALS.CBL".
000450         COPY "AUTHCHK.CBL".
000460         COPY "IPACLTAB.CBL".
000470*
000480 77  CALM-COMUNE-CODE              PIC X(06).
000490 77  CALM-AZIONE                   PIC X(09).
000500     88  CALM-AZIONE-MODIFICA          VALUE "MODIFICA".
000510     88  CALM-AZIONE-ELIMINA           VALUE "ELIMINA".
000520     88  CALM-AZIONE-NAZIONALI         VALUE "NAZIONALI".
000530 77  CALM-TIPO                     PIC X(01).
000540 77  CALM-DESCR                    PIC X(40).
000550 77  CALM-METODO                   PIC X(04).
000560 77  CALM-REMOTE-ADDR              PIC X(15).
000570 77  CALM-TODAY-DATE               PIC 9(08).
000580*
000590* The DATA parameter is aaaammgg, or 0000mmgg for a day that
000600* recurs every year; ANNO picks the year NAZIONALI loads and the
000610* year the list is limited to.
000620*
000630 01  CALM-DATA-X                   PIC X(08).
000640 01  CALM-DATA-R REDEFINES CALM-DATA-X.
000650     05  CALM-DATA-ANNO            PIC 9(04).
000660     05  CALM-DATA-MESE-GIORNO     PIC 9(04).
000670 01  CALM-DATA-NUM REDEFINES CALM-DATA-X
000680                                   PIC 9(08).
000690 01  CALM-ANNO-X                   PIC X(04).
000700 01  CALM-ANNO-NUM REDEFINES CALM-ANNO-X
000710                                   PIC 9(04).
000720 77  CALM-VERIFICA                 PIC 9(08).
000730 77  CALM-DESCR-PRESENTE-SW        PIC X(01).
000740     88  CALM-DESCR-PRESENTE           VALUE "S".
000750     88  CALM-DESCR-ASSENTE            VALUE "N".
000760 77  CALM-ANNO-PRESENTE-SW         PIC X(01).
000770     88  CALM-ANNO-PRESENTE            VALUE "S".
000780     88  CALM-ANNO-ASSENTE             VALUE "N".
000790 77  CALM-ROW-FOUND-SW             PIC X(01).
000800     88  CALM-ROW-FOUND                VALUE "S".
000810     88  CALM-ROW-NOT-FOUND            VALUE "N".
000820 77  CALM-EOF-SW                   PIC X(01).
000830     88  CALM-EOF                      VALUE "S".
000840     88  CALM-NOT-EOF                  VALUE "N".
000850 77  CALM-PRIMA                    PIC X(60).
000860 77  CALM-DOPO                     PIC X(60).
000870 77  CALM-TIPO-DESCR               PIC X(10).
000880 77  CALM-CARICATE                 PIC 9(02).
000890 77  CALM-HTML                     PIC X(512).
000900 77  CALM-HTML-LEN                 PIC 9(04) COMP-5.
000910*
000920* The fixed national holidays, loaded as recurring rows.
000930*
000940 01  CALM-FESTE-VALUES.
000950     05  FILLER PIC X(44) VALUE "0101CAPODANNO".
000960     05  FILLER PIC X(44) VALUE "0106EPIFANIA".
000970     05  FILLER PIC X(44) VALUE "0425FESTA DELLA LIBERAZIONE".
000980     05  FILLER PIC X(44) VALUE "0501FESTA DEL LAVORO".
000990     05  FILLER PIC X(44) VALUE "0602FESTA DELLA REPUBBLICA".
001000     05  FILLER PIC X(44) VALUE "0815FERRAGOSTO".
001010     05  FILLER PIC X(44) VALUE "1101OGNISSANTI".
001020     05  FILLER PIC X(44) VALUE "1208IMMACOLATA CONCEZIONE".
001030     05  FILLER PIC X(44) VALUE "1225NATALE".
001040     05  FILLER PIC X(44) VALUE "1226SANTO STEFANO".
001050 01  CALM-FESTE-AREA REDEFINES CALM-FESTE-VALUES.
001060     05  CALM-FESTA                OCCURS 10 TIMES
001070                                   INDEXED BY CALM-FESTA-IX.
001080         10  CALM-FESTA-MESE-GIORNO PIC 9(04).
001090         10  CALM-FESTA-DESCR      PIC X(40).
001100 01  CALM-FESTE-COUNT              PIC 9(02) COMP-5 VALUE 10.
001110*
001120* Working fields of the Easter computus (the Gregorian algorithm
001130* of the Meeus/Jones/Butcher tables), named after its letters.
001140*
001150 77  CALM-PQ-A                     PIC 9(04) COMP-5.
001160 77  CALM-PQ-B                     PIC 9(04) COMP-5.
001170 77  CALM-PQ-C                     PIC 9(04) COMP-5.
001180 77  CALM-PQ-D                     PIC 9(04) COMP-5.
001190 77  CALM-PQ-E                     PIC 9(04) COMP-5.
001200 77  CALM-PQ-F                     PIC 9(04) COMP-5.
001210 77  CALM-PQ-G                     PIC 9(04) COMP-5.
001220 77  CALM-PQ-H                     PIC 9(04) COMP-5.
001230 77  CALM-PQ-I                     PIC 9(04) COMP-5.
001240 77  CALM-PQ-K                     PIC 9(04) COMP-5.
001250 77  CALM-PQ-L                     PIC 9(04) COMP-5.
001260 77  CALM-PQ-M                     PIC 9(04) COMP-5.
001270 77  CALM-PQ-Q                     PIC 9(04) COMP-5.
001280 77  CALM-PQ-T                     PIC 9(05) COMP-5.
001290 77  CALM-PQ-MESE                  PIC 9(02) COMP-5.
001300 77  CALM-PQ-GIORNO                PIC 9(02) COMP-5.
001310 77  CALM-PASQUA                   PIC 9(08).
001320 77  CALM-PASQUETTA                PIC 9(08).
001330*
001340 LINKAGE SECTION.

001350         COPY "COBW3.CBL".
001360*
001370 PROCEDURE  DIVISION USING COBW3.
001380*
001390         PERFORM INIZIO-CALEND    THRU EX-INIZIO-CALEND.
001400         PERFORM CHECK-PRESIDI    THRU EX-CHECK-PRESIDI.

001410         IF COBW3-STATUS-CODE-200
001420             PERFORM LEGGI-PARAMETRI
001430                 THRU EX-LEGGI-PARAMETRI
001440             EVALUATE TRUE
001450                 WHEN CALM-AZIONE-MODIFICA
001460                     PERFORM MODIFICA-GIORNO
001470                         THRU EX-MODIFICA-GIORNO
001480                 WHEN CALM-AZIONE-ELIMINA
001490                     PERFORM ELIMINA-GIORNO
001500                         THRU EX-ELIMINA-GIORNO
001510                 WHEN CALM-AZIONE-NAZIONALI
001520                     PERFORM CARICA-NAZIONALI
001530                         THRU EX-CARICA-NAZIONALI
001540                 WHEN OTHER
001550                     PERFORM LISTA-GIORNI
001560                         THRU EX-LISTA-GIORNI
001570             END-EVALUATE
001580         END-IF.

001590         PERFORM FINE-CALEND      THRU EX-FINE-CALEND.

001600         GOBACK.
001610*
001620 INIZIO-CALEND.
001630         SET COBW3-STATUS-CODE-200 TO TRUE.
001640         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001650         ACCEPT CALM-TODAY-DATE FROM DATE YYYYMMDD.
001660         IF COBW3-SESSION-COMUNE-CODE = SPACES
001670             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001680             MOVE GLB-DEFLT-COMUNE TO CALM-COMUNE-CODE
001690         ELSE
001700             MOVE COBW3-SESSION-COMUNE-CODE
001710                 TO CALM-COMUNE-CODE
001720         END-IF.

001730         MOVE SPACES TO CALM-HTML.
001740         STRING "<html><body><h1>CALENDARIO LAVORATIVO COMUNE "
001750                 DELIMITED BY SIZE
001760             CALM-COMUNE-CODE  DELIMITED BY SIZE
001770             "</h1><table>"    DELIMITED BY SIZE
001780             INTO CALM-HTML
001790         END-STRING.
001800         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001810 EX-INIZIO-CALEND.
001820         EXIT.
001830*
001840* CHECK-PRESIDI holds the door the way TABMAN does: an address
001850* IPACLTAB marks administrative AND a user the comune's PRAUTEN
001860* table marks admin. A wrong holiday here moves every deadline
001870* of the comune, silenzio-assenso closures included.
001880*
001890 CHECK-PRESIDI.
001900         SET COBW3-REMOTE-ADDR TO TRUE.
001910         CALL "COBW3SR" USING COBW3.
001920         MOVE COBW3-REQUEST-INFO(1:15) TO CALM-REMOTE-ADDR.

001930         SET IPACLTAB-NOT-FOUND TO TRUE.
001940         MOVE SPACES TO IPACL-MATCH-ACTION.
001950         MOVE SPACES TO IPACL-MATCH-ADMIN.
001960         SET IPACLTAB-IX TO 1.
001970         PERFORM CERCA-ACL THRU EX-CERCA-ACL
001980             VARYING IPACLTAB-IX FROM 1 BY 1
001990             UNTIL IPACLTAB-IX > IPACLTAB-COUNT
002000                OR IPACLTAB-FOUND.
002010         IF NOT IPACLTAB-FOUND
002020             OR NOT IPACL-MATCH-ADMIN-ADDR
002030             SET COBW3-STATUS-CODE-403 TO TRUE
002040             GO TO EX-CHECK-PRESIDI
002050         END-IF.

002060         MOVE CALM-COMUNE-CODE TO AUTH-COMUNE-CODE.
002070         MOVE COBW3-USERID     TO AUTH-USERID.
002080         CALL "OPENPS03" USING AUTHCHK-AREA.
002090         IF NOT AUTH-RUOLO-ADMIN
002100             SET COBW3-STATUS-CODE-403 TO TRUE
002110         END-IF.
002120 EX-CHECK-PRESIDI.
002130         EXIT.
002140*
002150 CERCA-ACL.
002160         IF IPACLTAB-ADDR(IPACLTAB-IX) = CALM-REMOTE-ADDR
002170             SET IPACLTAB-FOUND TO TRUE
002180             MOVE IPACLTAB-ACTION(IPACLTAB-IX)
002190                 TO IPACL-MATCH-ACTION
002200             MOVE IPACLTAB-ADMIN(IPACLTAB-IX)
002210                 TO IPACL-MATCH-ADMIN
002220         END-IF.
002230 EX-CERCA-ACL.
002240         EXIT.
002250*
002260 LEGGI-PARAMETRI.
002270         MOVE SPACES TO CALM-AZIONE.
002280         MOVE SPACES TO CALM-DATA-X.
002290         MOVE SPACES TO CALM-TIPO.
002300         MOVE SPACES TO CALM-DESCR.
002310         MOVE SPACES TO CALM-ANNO-X.
002320         SET CALM-DESCR-ASSENTE TO TRUE.
002330         SET CALM-ANNO-ASSENTE  TO TRUE.

002340         MOVE SPACES           TO COBW3-SEARCH-DATA.
002350         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
002360         MOVE 6                TO COBW3-SEARCH-LENGTH.
002370         SET COBW3-NUMBER-INIT TO TRUE.
002380         CALL "COBW3SR" USING COBW3.
002390         IF COBW3-SEARCH-FLAG-EXIST
002400             MOVE COBW3-GET-DATA(1:9) TO CALM-AZIONE
002410         END-IF.

002420         MOVE SPACES           TO COBW3-SEARCH-DATA.
002430         MOVE "DATA"           TO COBW3-SEARCH-DATA(1:4).
002440         MOVE 4                TO COBW3-SEARCH-LENGTH.
002450         SET COBW3-NUMBER-INIT TO TRUE.
002460         CALL "COBW3SR" USING COBW3.
002470         IF COBW3-SEARCH-FLAG-EXIST
002480             MOVE COBW3-GET-DATA(1:8) TO CALM-DATA-X
002490         END-IF.

002500         MOVE SPACES           TO COBW3-SEARCH-DATA.
002510         MOVE "TIPOGG"         TO COBW3-SEARCH-DATA(1:6).
002520         MOVE 6                TO COBW3-SEARCH-LENGTH.
002530         SET COBW3-NUMBER-INIT TO TRUE.
002540         CALL "COBW3SR" USING COBW3.
002550         IF COBW3-SEARCH-FLAG-EXIST
002560             MOVE COBW3-GET-DATA(1:1) TO CALM-TIPO
002570         END-IF.

002580         MOVE SPACES           TO COBW3-SEARCH-DATA.
002590         MOVE "DESCR"          TO COBW3-SEARCH-DATA(1:5).
002600         MOVE 5                TO COBW3-SEARCH-LENGTH.
002610         SET COBW3-NUMBER-INIT TO TRUE.
002620         CALL "COBW3SR" USING COBW3.
002630         IF COBW3-SEARCH-FLAG-EXIST
002640             MOVE COBW3-GET-DATA(1:40) TO CALM-DESCR
002650             SET CALM-DESCR-PRESENTE TO TRUE
002660         END-IF.

002670         MOVE SPACES           TO COBW3-SEARCH-DATA.
002680         MOVE "ANNO"           TO COBW3-SEARCH-DATA(1:4).
002690         MOVE 4                TO COBW3-SEARCH-LENGTH.
002700         SET COBW3-NUMBER-INIT TO TRUE.
002710         CALL "COBW3SR" USING COBW3.
002720         IF COBW3-SEARCH-FLAG-EXIST
002730             MOVE COBW3-GET-DATA(1:4) TO CALM-ANNO-X
002740             IF CALM-ANNO-X NUMERIC
002750                 SET CALM-ANNO-PRESENTE TO TRUE
002760             END-IF
002770         END-IF.
002780 EX-LEGGI-PARAMETRI.
002790         EXIT.
002800*
002810* CHECK-VERIFICATO refuses a state-changing azione arriving on
002820* a GET or without a started session, the way RECORD-PAYMENT
002830* does.
002840*
002850 CHECK-VERIFICATO.
002860         SET COBW3-REQUEST-METHOD TO TRUE.
002870         CALL "COBW3SR" USING COBW3.
002880         MOVE COBW3-REQUEST-INFO(1:4) TO CALM-METODO.
002890         IF CALM-METODO = "GET "
002900             OR NOT COBW3-SESSION-STATUS-STARTED
002910             SET COBW3-STATUS-CODE-403 TO TRUE
002920         END-IF.
002930 EX-CHECK-VERIFICATO.
002940         EXIT.
002950*
002960* VALIDA-DATA accepts a real calendar date, or a day and month
002970* that exist in some year (29 February included) under year
002980* zero. Any failure emits its own message and leaves the stato
002990* at 400.
003000*
003010 VALIDA-DATA.
003020         IF CALM-DATA-X NOT NUMERIC
003030             MOVE "<tr><td>DATA NON VALIDA (AAAAMMGG)</td></tr>"
003040                 TO CALM-HTML
003050             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003060             MOVE "400" TO COBW3-STATUS-CODE
003070             GO TO EX-VALIDA-DATA
003080         END-IF.
003090         IF CALM-DATA-ANNO = 0
003100             COMPUTE CALM-VERIFICA =
003110                 20000000 + CALM-DATA-MESE-GIORNO
003120         ELSE
003130             MOVE CALM-DATA-NUM TO CALM-VERIFICA
003140         END-IF.
003150         IF FUNCTION TEST-DATE-YYYYMMDD(CALM-VERIFICA) NOT = 0
003160             MOVE "<tr><td>DATA NON VALIDA (AAAAMMGG)</td></tr>"
003170                 TO CALM-HTML
003180             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003190             MOVE "400" TO COBW3-STATUS-CODE
003200         END-IF.
003210 EX-VALIDA-DATA.
003220         EXIT.
003230*
003240* APRI-PRACAL opens the calendar for update, creating the file
003250* the first time any comune records a day.
003260*
003270 APRI-PRACAL.
003280         OPEN I-O PRACAL.
003290         IF STATUS-PRACAL = "35"
003300             OPEN OUTPUT PRACAL
003310             CLOSE PRACAL
003320             OPEN I-O PRACAL
003330         END-IF.
003340         IF STATUS-PRACAL NOT = "00"
003350             SET COBW3-STATUS-CODE-500 TO TRUE
003360         END-IF.
003370 EX-APRI-PRACAL.
003380         EXIT.
003390*
003400* MODIFICA-GIORNO writes or corrects one day of the calendar,
003410* with the before image captured first so the journal line can
003420* carry both sides of the change.
003430*
003440 MODIFICA-GIORNO.
003450         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
003460         IF NOT COBW3-STATUS-CODE-200
003470             GO TO EX-MODIFICA-GIORNO
003480         END-IF.
003490         PERFORM VALIDA-DATA THRU EX-VALIDA-DATA.
003500         IF NOT COBW3-STATUS-CODE-200
003510             GO TO EX-MODIFICA-GIORNO
003520         END-IF.
003530         MOVE CALM-TIPO TO PRACAL-TIPO.
003540         IF NOT PRACAL-TIPO-VALIDO
003550             MOVE "<tr><td>TIPO GIORNO NON AMMESSO</td></tr>"
003560                 TO CALM-HTML
003570             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003580             MOVE "400" TO COBW3-STATUS-CODE
003590             GO TO EX-MODIFICA-GIORNO
003600         END-IF.

003610         PERFORM APRI-PRACAL THRU EX-APRI-PRACAL.
003620         IF NOT COBW3-STATUS-CODE-200
003630             GO TO EX-MODIFICA-GIORNO
003640         END-IF.
003650         MOVE CALM-COMUNE-CODE TO PRACAL-COMUNE-CODE.
003660         MOVE CALM-DATA-NUM    TO PRACAL-DATA.
003670         SET CALM-ROW-NOT-FOUND TO TRUE.
003680         MOVE "(NUOVO GIORNO)" TO CALM-PRIMA.
003690         READ PRACAL
003700             INVALID KEY
003710                 INITIALIZE PRACAL-RECORD
003720                 MOVE CALM-COMUNE-CODE TO PRACAL-COMUNE-CODE
003730                 MOVE CALM-DATA-NUM    TO PRACAL-DATA
003740             NOT INVALID KEY
003750                 SET CALM-ROW-FOUND TO TRUE
003760                 PERFORM FOTOGRAFA THRU EX-FOTOGRAFA
003770                 MOVE CALM-DOPO TO CALM-PRIMA
003780         END-READ.

003790*
003800* A descrizione the request did not carry keeps the one the
003810* row already holds: correcting a closure's tipo must not
003820* blank the reason it was entered for.
003830*
003840         MOVE CALM-TIPO TO PRACAL-TIPO.
003850         IF CALM-DESCR-PRESENTE
003860             MOVE CALM-DESCR TO PRACAL-DESCRIZIONE
003870         END-IF.
003880         MOVE CALM-TODAY-DATE     TO PRACAL-DATA-AGG.
003890         MOVE COBW3-USERID(1:30)  TO PRACAL-OPERATORE.
003900         IF CALM-ROW-FOUND
003910             REWRITE PRACAL-RECORD
003920         ELSE
003930             WRITE PRACAL-RECORD
003940         END-IF.
003950         CLOSE PRACAL.

003960         PERFORM FOTOGRAFA THRU EX-FOTOGRAFA.
003970         PERFORM GIORNALA-CAMBIO THRU EX-GIORNALA-CAMBIO.

003980         MOVE "<tr><td>GIORNO REGISTRATO</td></tr>" TO CALM-HTML.
003990         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004000 EX-MODIFICA-GIORNO.
004010         EXIT.
004020*
004030* FOTOGRAFA leaves the row in hand, tipo and descrizione, in
004040* CALM-DOPO for the journal.
004050*
004060 FOTOGRAFA.
004070         MOVE SPACES TO CALM-DOPO.
004080         STRING PRACAL-TIPO           DELIMITED BY SIZE
004090             " "                      DELIMITED BY SIZE
004100             PRACAL-DESCRIZIONE       DELIMITED BY "  "
004110             INTO CALM-DOPO
004120         END-STRING.
004130 EX-FOTOGRAFA.
004140         EXIT.
004150*
004160* ELIMINA-GIORNO gives a day back to the working calendar.
004170*
004180 ELIMINA-GIORNO.
004190         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
004200         IF NOT COBW3-STATUS-CODE-200
004210             GO TO EX-ELIMINA-GIORNO
004220         END-IF.
004230         IF CALM-DATA-X NOT NUMERIC
004240             SET COBW3-STATUS-CODE-404 TO TRUE
004250             GO TO EX-ELIMINA-GIORNO
004260         END-IF.

004270         OPEN I-O PRACAL.
004280         IF STATUS-PRACAL NOT = "00"
004290             SET COBW3-STATUS-CODE-404 TO TRUE
004300             GO TO EX-ELIMINA-GIORNO
004310         END-IF.
004320         MOVE CALM-COMUNE-CODE TO PRACAL-COMUNE-CODE.
004330         MOVE CALM-DATA-NUM    TO PRACAL-DATA.
004340         READ PRACAL
004350             INVALID KEY
004360                 CLOSE PRACAL
004370                 SET COBW3-STATUS-CODE-404 TO TRUE
004380                 GO TO EX-ELIMINA-GIORNO
004390         END-READ.
004400         PERFORM FOTOGRAFA THRU EX-FOTOGRAFA.
004410         MOVE CALM-DOPO TO CALM-PRIMA.
004420         DELETE PRACAL RECORD.
004430         CLOSE PRACAL.

004440         MOVE "(ELIMINATO)" TO CALM-DOPO.
004450         PERFORM GIORNALA-CAMBIO THRU EX-GIORNALA-CAMBIO.

004460         MOVE "<tr><td>GIORNO ELIMINATO</td></tr>" TO CALM-HTML.
004470         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004480 EX-ELIMINA-GIORNO.
004490         EXIT.
004500*
004510* CARICA-NAZIONALI loads the national holidays for ANNO: the
004520* fixed ones as recurring rows, Easter Monday dated in the year.
004530* A day the comune already holds is left as it is, so the action
004540* can be run again each year without undoing local corrections.
004550*
004560 CARICA-NAZIONALI.
004570         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
004580         IF NOT COBW3-STATUS-CODE-200
004590             GO TO EX-CARICA-NAZIONALI
004600         END-IF.
004610         IF CALM-ANNO-ASSENTE
004620             OR CALM-ANNO-NUM < 1900
004630             OR CALM-ANNO-NUM > 2099
004640             MOVE "<tr><td>ANNO NON VALIDO</td></tr>" TO CALM-HTML
004650             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004660             MOVE "400" TO COBW3-STATUS-CODE
004670             GO TO EX-CARICA-NAZIONALI
004680         END-IF.

004690         PERFORM APRI-PRACAL THRU EX-APRI-PRACAL.
004700         IF NOT COBW3-STATUS-CODE-200
004710             GO TO EX-CARICA-NAZIONALI
004720         END-IF.
004730         MOVE 0 TO CALM-CARICATE.
004740         PERFORM CARICA-FESTA THRU EX-CARICA-FESTA
004750             VARYING CALM-FESTA-IX FROM 1 BY 1
004760             UNTIL CALM-FESTA-IX > CALM-FESTE-COUNT.
004770         PERFORM CALCOLA-PASQUETTA THRU EX-CALCOLA-PASQUETTA.
004780         MOVE CALM-PASQUETTA TO CALM-DATA-NUM.
004790         MOVE "LUNEDI' DELL'ANGELO" TO CALM-DESCR.
004800         PERFORM SCRIVI-NAZIONALE THRU EX-SCRIVI-NAZIONALE.
004810         CLOSE PRACAL.

004820         MOVE SPACES TO CALM-DATA-X.
004830         MOVE CALM-ANNO-X TO CALM-DATA-X(1:4).
004840         MOVE "(NAZIONALI)" TO CALM-PRIMA.
004850         MOVE SPACES TO CALM-DOPO.
004860         STRING "RIGHE CARICATE " DELIMITED BY SIZE
004870             CALM-CARICATE        DELIMITED BY SIZE
004880             INTO CALM-DOPO
004890         END-STRING.
004900         PERFORM GIORNALA-CAMBIO THRU EX-GIORNALA-CAMBIO.

004910         MOVE SPACES TO CALM-HTML.
004920         STRING "<tr><td>FESTE NAZIONALI CARICATE: "
004930                 DELIMITED BY SIZE
004940             CALM-CARICATE        DELIMITED BY SIZE
004950             "</td></tr>"         DELIMITED BY SIZE
004960             INTO CALM-HTML
004970         END-STRING.
004980         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
004990 EX-CARICA-NAZIONALI.
005000         EXIT.
005010*
005020 CARICA-FESTA.
005030         MOVE 0 TO CALM-DATA-ANNO.
005040         MOVE CALM-FESTA-MESE-GIORNO(CALM-FESTA-IX)
005050             TO CALM-DATA-MESE-GIORNO.
005060         MOVE CALM-FESTA-DESCR(CALM-FESTA-IX) TO CALM-DESCR.
005070         PERFORM SCRIVI-NAZIONALE THRU EX-SCRIVI-NAZIONALE.
005080 EX-CARICA-FESTA.
005090         EXIT.
005100*
005110 SCRIVI-NAZIONALE.
005120         MOVE CALM-COMUNE-CODE TO PRACAL-COMUNE-CODE.
005130         MOVE CALM-DATA-NUM    TO PRACAL-DATA.
005140         READ PRACAL
005150             NOT INVALID KEY
005160                 GO TO EX-SCRIVI-NAZIONALE
005170         END-READ.
005180         INITIALIZE PRACAL-RECORD.
005190         MOVE CALM-COMUNE-CODE    TO PRACAL-COMUNE-CODE.
005200         MOVE CALM-DATA-NUM       TO PRACAL-DATA.
005210         SET PRACAL-FESTA-NAZIONALE TO TRUE.
005220         MOVE CALM-DESCR          TO PRACAL-DESCRIZIONE.
005230         MOVE CALM-TODAY-DATE     TO PRACAL-DATA-AGG.
005240         MOVE COBW3-USERID(1:30)  TO PRACAL-OPERATORE.
005250         WRITE PRACAL-RECORD
005260             INVALID KEY
005270                 GO TO EX-SCRIVI-NAZIONALE
005280         END-WRITE.
005290         ADD 1 TO CALM-CARICATE.
005300 EX-SCRIVI-NAZIONALE.
005310         EXIT.
005320*
005330* CALCOLA-PASQUETTA finds Easter Sunday of ANNO by the Gregorian
005340* computus and leaves the Monday after it in CALM-PASQUETTA.
005350*
005360 CALCOLA-PASQUETTA.
005370         DIVIDE CALM-ANNO-NUM BY 19
005380             GIVING CALM-PQ-Q REMAINDER CALM-PQ-A.
005390         DIVIDE CALM-ANNO-NUM BY 100
005400             GIVING CALM-PQ-B REMAINDER CALM-PQ-C.
005410         DIVIDE CALM-PQ-B BY 4
005420             GIVING CALM-PQ-D REMAINDER CALM-PQ-E.
005430         COMPUTE CALM-PQ-F = (CALM-PQ-B + 8) / 25.
005440         COMPUTE CALM-PQ-G = (CALM-PQ-B - CALM-PQ-F + 1) / 3.
005450         COMPUTE CALM-PQ-T = 19 * CALM-PQ-A + CALM-PQ-B
005460             - CALM-PQ-D - CALM-PQ-G + 15.
005470         DIVIDE CALM-PQ-T BY 30
005480             GIVING CALM-PQ-Q REMAINDER CALM-PQ-H.
005490         DIVIDE CALM-PQ-C BY 4
005500             GIVING CALM-PQ-I REMAINDER CALM-PQ-K.
005510         COMPUTE CALM-PQ-T = 32 + 2 * CALM-PQ-E + 2 * CALM-PQ-I
005520             - CALM-PQ-H - CALM-PQ-K.
005530         DIVIDE CALM-PQ-T BY 7
005540             GIVING CALM-PQ-Q REMAINDER CALM-PQ-L.
005550         COMPUTE CALM-PQ-M =
005560             (CALM-PQ-A + 11 * CALM-PQ-H + 22 * CALM-PQ-L) / 451.
005570         COMPUTE CALM-PQ-T = CALM-PQ-H + CALM-PQ-L
005580             - 7 * CALM-PQ-M + 114.
005590         DIVIDE CALM-PQ-T BY 31
005600             GIVING CALM-PQ-MESE REMAINDER CALM-PQ-GIORNO.
005610         ADD 1 TO CALM-PQ-GIORNO.
005620         COMPUTE CALM-PASQUA = CALM-ANNO-NUM * 10000
005630             + CALM-PQ-MESE * 100 + CALM-PQ-GIORNO.
005640         COMPUTE CALM-PASQUETTA = FUNCTION DATE-OF-INTEGER
005650             (FUNCTION INTEGER-OF-DATE(CALM-PASQUA) + 1).
005660 EX-CALCOLA-PASQUETTA.
005670         EXIT.
005680*
005690* GIORNALA-CAMBIO appends the change to AUDITLOG with before
005700* and after side by side in the detail column, as TABMAN does.
005710*
005720 GIORNALA-CAMBIO.
005730         OPEN EXTEND AUDITLOG.
005740         IF STATUS-AUDITLOG NOT = "00"
005750             GO TO EX-GIORNALA-CAMBIO
005760         END-IF.
005770         ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
005780         ACCEPT AUDIT-TIME FROM TIME.
005790         MOVE COBW3-USERID      TO AUDIT-USERID.
005800         MOVE COBW3-IP-ADDRESS  TO AUDIT-IP-ADDRESS.
005810         MOVE "CALEND"          TO AUDIT-TIPO-PRATICA.
005820         MOVE COBW3-STATUS-CODE TO AUDIT-STATUS-CODE.
005830         MOVE CALM-COMUNE-CODE  TO AUDIT-COMUNE-CODE.
005840         MOVE SPACES            TO AUDIT-DETTAGLIO.
005850         STRING CALM-AZIONE     DELIMITED BY SPACE
005860             " "                DELIMITED BY SIZE
005870             CALM-DATA-X        DELIMITED BY SIZE
005880             " PRIMA["          DELIMITED BY SIZE
005890             CALM-PRIMA         DELIMITED BY "  "
005900             "] DOPO["          DELIMITED BY SIZE
005910             CALM-DOPO          DELIMITED BY "  "
005920             "]"                DELIMITED BY SIZE
005930             INTO AUDIT-DETTAGLIO
005940         END-STRING.
005950         WRITE AUDITLOG-RECORD.
005960         CLOSE AUDITLOG.
005970 EX-GIORNALA-CAMBIO.
005980         EXIT.
005990*
006000* LISTA-GIORNI lists the comune's calendar in date order, the
006010* recurring days first; with ANNO only that year's dated rows
006020* follow them.
006030*
006040 LISTA-GIORNI.
006050         SET CALM-NOT-EOF TO TRUE.
006060         OPEN INPUT PRACAL.
006070         IF STATUS-PRACAL = "35"
006080             GO TO EX-LISTA-GIORNI
006090         END-IF.
006100         IF STATUS-PRACAL NOT = "00"
006110             SET COBW3-STATUS-CODE-500 TO TRUE
006120             GO TO EX-LISTA-GIORNI
006130         END-IF.
006140         MOVE CALM-COMUNE-CODE TO PRACAL-COMUNE-CODE.
006150         MOVE 0                TO PRACAL-DATA.
006160         START PRACAL KEY IS NOT LESS THAN PRACAL-KEY
006170             INVALID KEY
006180                 SET CALM-EOF TO TRUE
006190         END-START.
006200         PERFORM LISTA-GIORNO THRU EX-LISTA-GIORNO
006210             UNTIL CALM-EOF.
006220         CLOSE PRACAL.
006230 EX-LISTA-GIORNI.
006240         EXIT.
006250*
006260 LISTA-GIORNO.
006270         READ PRACAL NEXT RECORD
006280             AT END
006290                 SET CALM-EOF TO TRUE
006300                 GO TO EX-LISTA-GIORNO
006310         END-READ.
006320         IF PRACAL-COMUNE-CODE NOT = CALM-COMUNE-CODE
006330             SET CALM-EOF TO TRUE
006340             GO TO EX-LISTA-GIORNO
006350         END-IF.
006360         IF CALM-ANNO-PRESENTE
006370             AND NOT PRACAL-RICORRENTE
006380             AND PRACAL-ANNO NOT = CALM-ANNO-NUM
006390             GO TO EX-LISTA-GIORNO
006400         END-IF.

006410         EVALUATE TRUE
006420             WHEN PRACAL-FESTA-NAZIONALE
006430                 MOVE "NAZIONALE"  TO CALM-TIPO-DESCR
006440             WHEN PRACAL-SANTO-PATRONO
006450                 MOVE "PATRONO"    TO CALM-TIPO-DESCR
006460             WHEN OTHER
006470                 MOVE "CHIUSURA"   TO CALM-TIPO-DESCR
006480         END-EVALUATE.
006490         MOVE SPACES TO CALM-HTML.
006500         STRING "<tr><td>"         DELIMITED BY SIZE
006510             PRACAL-DATA           DELIMITED BY SIZE
006520             "</td><td>"           DELIMITED BY SIZE
006530             CALM-TIPO-DESCR       DELIMITED BY SPACE
006540             "</td><td>"           DELIMITED BY SIZE
006550             PRACAL-DESCRIZIONE    DELIMITED BY "  "
006560             "</td><td>"           DELIMITED BY SIZE
006570             PRACAL-DATA-AGG       DELIMITED BY SIZE
006580             " "                   DELIMITED BY SIZE
006590             PRACAL-OPERATORE      DELIMITED BY "  "
006600             "</td></tr>"          DELIMITED BY SIZE
006610             INTO CALM-HTML
006620         END-STRING.
006630         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
006640 EX-LISTA-GIORNO.
006650         EXIT.
006660*
006670* EMETTI-HTML sends CALM-HTML to the browser, trimmed of its
006680* trailing padding.
006690*
006700 EMETTI-HTML.
006710         MOVE 512 TO CALM-HTML-LEN.
006720         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
006730             UNTIL CALM-HTML-LEN = 1
006740                OR CALM-HTML(CALM-HTML-LEN:1) NOT = SPACE.
006750         MOVE SPACES TO COBW3-PUT-STRING.
006760         MOVE CALM-HTML TO COBW3-PUT-STRING.
006770         MOVE CALM-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
006780         CALL "COBW3SR" USING COBW3.
006790 EX-EMETTI-HTML.
006800         EXIT.
006810*
006820 EMETTI-HTML-TRIM.
006830         SUBTRACT 1 FROM CALM-HTML-LEN.
006840 EX-EMETTI-HTML-TRIM.
006850         EXIT.
006860*
006870 FINE-CALEND.
006880         MOVE "</table></body></html>" TO CALM-HTML.
006890         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
006900 EX-FINE-CALEND.
006910         EXIT.
