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
000190** sotto-programma dei sopralluoghi (TIPO=SOPRAL): l'istruttore
000200** assegnatario della pratica (PRAVIEW-ASSEGNATARIO), o il
000210** responsabile in sua vece, fissa il sopralluogo con data, ora
000220** e partecipanti, e il richiedente ne riceve notizia tramite
000230** PRANOTIF; lo stesso sopralluogo si puo' spostare finche' non
000240** e' verbalizzato. Svolto il sopralluogo, l'istruttore scrive il
000250** verbale con esito e note e vi collega le fotografie caricate
000260** per la via ordinaria degli allegati con DOCTIPO=FOTOSOPR, una
000270** per richiesta. Un verbale negativo con SOSPENDI=S porta la
000280** pratica aperta in SO attraverso il servizio OPENPS02, con
000290** transizione archiviata in PRAHIST e notifica al richiedente.
000300** Senza azione la pagina elenca i sopralluoghi della pratica.
000310** L'agenda settimanale e i verbali mancanti li stampa OPENPJ30.
000320*
000330 IDENTIFICATION   DIVISION.
000340 PROGRAM-ID.      OPENPA15.
000350 ENVIRONMENT      DIVISION.
000360 CONFIGURATION    SECTION.
000370         COPY "SPECIAL.CBL".
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.

000400         COPY "SELVIEW.CBL".
000410         COPY "SELSOPR.CBL".
000420         COPY "SELATTACH.CBL".
000430         COPY "SELHIST.CBL".
000440         COPY "SELNOTIF.CBL".

000450 DATA             DIVISION.
000460 FILE SECTION.

000470         COPY "FDEVIEW.CBL".
000480         COPY "FDESOPR.CBL".
000490         COPY "FDEATTACH.CBL".
000500         COPY "FDEHIST.CBL".
000510         COPY "FDENOTIF.CBL".

000520 WORKING-STORAGE  SECTION.

000530         COPY "GLOBALS.CBL".
000540         COPY "TRANSCHK.CBL".
000550         COPY "AUTHCHK.CBL".
000560*
000570 77  SOPR-COMUNE-CODE              PIC X(06).
000580 77  SOPR-PRATICA-ID               PIC X(10).
000590 77  SOPR-AZIONE                   PIC X(08).
000600     88  SOPR-AZIONE-FISSA             VALUE "FISSA".
000610     88  SOPR-AZIONE-VERBALE           VALUE "VERBALE".
000620     88  SOPR-AZIONE-FOTO              VALUE "FOTO".
000630 77  SOPR-NUMERO                   PIC 9(02).
000640 77  SOPR-DATA                     PIC 9(08).
000650 01  SOPR-ORA                      PIC 9(04).
000660 01  SOPR-ORA-R REDEFINES SOPR-ORA.
000670     05  SOPR-ORA-HH               PIC 9(02).
000680     05  SOPR-ORA-MM               PIC 9(02).
000690 77  SOPR-PARTECIPANTI             PIC X(200).
000700 77  SOPR-ESITO                    PIC X(08).
000710     88  SOPR-ESITO-POSITIVO           VALUE "POSITIVO".
000720     88  SOPR-ESITO-NEGATIVO           VALUE "NEGATIVO".
000730 77  SOPR-NOTE                     PIC X(400).
000740 77  SOPR-SOSPENDI                 PIC X(01).
000750 77  SOPR-DOC-TYPE                 PIC X(20).
000760 77  SOPR-METODO                   PIC X(04).
000770 77  SOPR-TODAY-DATE               PIC 9(08).
000780*
000790* The photo document type the upload must carry to be taken as
000800* a photo of the sopralluogo, and how many one verbale holds.
000810*
000820 77  SOPR-TIPO-FOTO                PIC X(20) VALUE "FOTOSOPR".
000830 77  SOPR-MAX-FOTO                 PIC 9(02) VALUE 10.
000840*
000850* The two halves of the PRANOTIF key the notice is queued
000860* under, and the stato the pratica left when a verbale
000870* suspended it.
000880*
000890 77  SOPR-NOTIF-OLD                PIC X(02).
000900 77  SOPR-NOTIF-NEW                PIC X(02).
000910 77  SOPR-OLD-STATO                PIC X(02).
000920 77  SOPR-ULTIMO                   PIC 9(02).
000930 77  SOPR-IX                       PIC 9(03) COMP-5.
000940*
000950* The photo found for linking: the upload moment of the latest
000960* FOTOSOPR document of the pratica received today.
000970*
000980 77  SOPR-FOTO-DATE                PIC 9(08).
000990 77  SOPR-FOTO-TIME                PIC 9(08).
001000 77  SOPR-FOTO-SW                  PIC X(01).
001010     88  SOPR-FOTO-TROVATA             VALUE "S".
001020     88  SOPR-FOTO-ASSENTE             VALUE "N".
001030 77  SOPR-ESITO-DESCR              PIC X(20).
001040 77  SOPR-NUM-ED                   PIC Z9.
001050 77  SOPR-EOF-SW                   PIC X(01).
001060     88  SOPR-EOF                      VALUE "S".
001070     88  SOPR-NOT-EOF                  VALUE "N".
001080 77  SOPR-HTML                     PIC X(512).
001090 77  SOPR-HTML-LEN                 PIC 9(04) COMP-5.
001100*
001110 LINKAGE SECTION.

001120         COPY "COBW3.CBL".
001130*
001140 PROCEDURE  DIVISION USING COBW3.
001150*
001160         PERFORM INIZIO-SOPRAL    THRU EX-INIZIO-SOPRAL.
001170         PERFORM LEGGI-PARAMETRI  THRU EX-LEGGI-PARAMETRI.

001180         EVALUATE TRUE
001190             WHEN SOPR-PRATICA-ID = SPACES
001200                 PERFORM EMETTI-AVVISO THRU EX-EMETTI-AVVISO
001210             WHEN SOPR-AZIONE-FISSA
001220                 PERFORM FISSA-SOPRALLUOGO
001230                     THRU EX-FISSA-SOPRALLUOGO
001240             WHEN SOPR-AZIONE-VERBALE
001250                 PERFORM REGISTRA-VERBALE
001260                     THRU EX-REGISTRA-VERBALE
001270             WHEN SOPR-AZIONE-FOTO
001280                 PERFORM ALLEGA-FOTO THRU EX-ALLEGA-FOTO
001290             WHEN OTHER
001300                 PERFORM LISTA-SOPRALLUOGHI
001310                     THRU EX-LISTA-SOPRALLUOGHI
001320         END-EVALUATE.

001330         PERFORM FINE-SOPRAL      THRU EX-FINE-SOPRAL.

001340         GOBACK.
001350*
001360 INIZIO-SOPRAL.
001370         SET COBW3-STATUS-CODE-200 TO TRUE.
001380         SET COBW3-CONTENT-TYPE-HTML TO TRUE.
001390         ACCEPT SOPR-TODAY-DATE FROM DATE YYYYMMDD.
001400         IF COBW3-SESSION-COMUNE-CODE = SPACES
001410             OR COBW3-SESSION-COMUNE-CODE = LOW-VALUES
001420             MOVE GLB-DEFLT-COMUNE TO SOPR-COMUNE-CODE
001430         ELSE
001440             MOVE COBW3-SESSION-COMUNE-CODE
001450                 TO SOPR-COMUNE-CODE
001460         END-IF.

001470         MOVE SPACES TO SOPR-HTML.
001480         STRING "<html><body><h1>SOPRALLUOGHI COMUNE "
001490                 DELIMITED BY SIZE
001500             SOPR-COMUNE-CODE  DELIMITED BY SIZE
001510             "</h1><table>"    DELIMITED BY SIZE
001520             INTO SOPR-HTML
001530         END-STRING.
001540         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
001550 EX-INIZIO-SOPRAL.
001560         EXIT.
001570*
001580 LEGGI-PARAMETRI.
001590         MOVE SPACES TO SOPR-PRATICA-ID.
001600         MOVE SPACES TO SOPR-AZIONE.
001610         MOVE 0      TO SOPR-NUMERO.
001620         MOVE 0      TO SOPR-DATA.
001630         MOVE 9999   TO SOPR-ORA.
001640         MOVE SPACES TO SOPR-PARTECIPANTI.
001650         MOVE SPACES TO SOPR-ESITO.
001660         MOVE SPACES TO SOPR-NOTE.
001670         MOVE SPACES TO SOPR-SOSPENDI.
001680         MOVE SPACES TO SOPR-DOC-TYPE.

001690         MOVE SPACES           TO COBW3-SEARCH-DATA.
001700         MOVE "PRATICA_ID"     TO COBW3-SEARCH-DATA(1:10).
001710         MOVE 10               TO COBW3-SEARCH-LENGTH.
001720         SET COBW3-NUMBER-INIT TO TRUE.
001730         CALL "COBW3SR" USING COBW3.
001740         IF COBW3-SEARCH-FLAG-EXIST
001750             MOVE COBW3-GET-DATA(1:10) TO SOPR-PRATICA-ID
001760         END-IF.

001770         MOVE SPACES           TO COBW3-SEARCH-DATA.
001780         MOVE "AZIONE"         TO COBW3-SEARCH-DATA(1:6).
001790         MOVE 6                TO COBW3-SEARCH-LENGTH.
001800         SET COBW3-NUMBER-INIT TO TRUE.
001810         CALL "COBW3SR" USING COBW3.
001820         IF COBW3-SEARCH-FLAG-EXIST
001830             MOVE COBW3-GET-DATA(1:8) TO SOPR-AZIONE
001840         END-IF.

001850         MOVE SPACES           TO COBW3-SEARCH-DATA.
001860         MOVE "SOPRALLUOGO"    TO COBW3-SEARCH-DATA(1:11).
001870         MOVE 11               TO COBW3-SEARCH-LENGTH.
001880         SET COBW3-NUMBER-INIT TO TRUE.
001890         CALL "COBW3SR" USING COBW3.
001900         IF COBW3-SEARCH-FLAG-EXIST
001910             AND COBW3-GET-LENGTH > 0
001920             AND COBW3-GET-LENGTH NOT GREATER THAN 2
001930             AND COBW3-GET-DATA(1:COBW3-GET-LENGTH) NUMERIC
001940             MOVE COBW3-GET-DATA(1:COBW3-GET-LENGTH)
001950                 TO SOPR-NUMERO
001960         END-IF.

001970         MOVE SPACES           TO COBW3-SEARCH-DATA.
001980         MOVE "DATA"           TO COBW3-SEARCH-DATA(1:4).
001990         MOVE 4                TO COBW3-SEARCH-LENGTH.
002000         SET COBW3-NUMBER-INIT TO TRUE.
002010         CALL "COBW3SR" USING COBW3.
002020         IF COBW3-SEARCH-FLAG-EXIST
002030             AND COBW3-GET-LENGTH = 8
002040             AND COBW3-GET-DATA(1:8) NUMERIC
002050             MOVE COBW3-GET-DATA(1:8) TO SOPR-DATA
002060         END-IF.

002070         MOVE SPACES           TO COBW3-SEARCH-DATA.
002080         MOVE "ORA"            TO COBW3-SEARCH-DATA(1:3).
002090         MOVE 3                TO COBW3-SEARCH-LENGTH.
002100         SET COBW3-NUMBER-INIT TO TRUE.
002110         CALL "COBW3SR" USING COBW3.
002120         IF COBW3-SEARCH-FLAG-EXIST
002130             AND COBW3-GET-LENGTH = 4
002140             AND COBW3-GET-DATA(1:4) NUMERIC
002150             MOVE COBW3-GET-DATA(1:4) TO SOPR-ORA
002160         END-IF.

002170         MOVE SPACES           TO COBW3-SEARCH-DATA.
002180         MOVE "PARTECIPANTI"   TO COBW3-SEARCH-DATA(1:12).
002190         MOVE 12               TO COBW3-SEARCH-LENGTH.
002200         SET COBW3-NUMBER-INIT TO TRUE.
002210         CALL "COBW3SR" USING COBW3.
002220         IF COBW3-SEARCH-FLAG-EXIST
002230             MOVE COBW3-GET-DATA(1:200) TO SOPR-PARTECIPANTI
002240         END-IF.

002250         MOVE SPACES           TO COBW3-SEARCH-DATA.
002260         MOVE "ESITO"          TO COBW3-SEARCH-DATA(1:5).
002270         MOVE 5                TO COBW3-SEARCH-LENGTH.
002280         SET COBW3-NUMBER-INIT TO TRUE.
002290         CALL "COBW3SR" USING COBW3.
002300         IF COBW3-SEARCH-FLAG-EXIST
002310             MOVE COBW3-GET-DATA(1:8) TO SOPR-ESITO
002320         END-IF.

002330         MOVE SPACES           TO COBW3-SEARCH-DATA.
002340         MOVE "NOTE"           TO COBW3-SEARCH-DATA(1:4).
002350         MOVE 4                TO COBW3-SEARCH-LENGTH.
002360         SET COBW3-NUMBER-INIT TO TRUE.
002370         CALL "COBW3SR" USING COBW3.
002380         IF COBW3-SEARCH-FLAG-EXIST
002390             MOVE COBW3-GET-DATA(1:400) TO SOPR-NOTE
002400         END-IF.

002410         MOVE SPACES           TO COBW3-SEARCH-DATA.
002420         MOVE "SOSPENDI"       TO COBW3-SEARCH-DATA(1:8).
002430         MOVE 8                TO COBW3-SEARCH-LENGTH.
002440         SET COBW3-NUMBER-INIT TO TRUE.
002450         CALL "COBW3SR" USING COBW3.
002460         IF COBW3-SEARCH-FLAG-EXIST
002470             MOVE COBW3-GET-DATA(1:1) TO SOPR-SOSPENDI
002480         END-IF.

002490         MOVE SPACES           TO COBW3-SEARCH-DATA.
002500         MOVE "DOCTIPO"        TO COBW3-SEARCH-DATA(1:7).
002510         MOVE 7                TO COBW3-SEARCH-LENGTH.
002520         SET COBW3-NUMBER-INIT TO TRUE.
002530         CALL "COBW3SR" USING COBW3.
002540         IF COBW3-SEARCH-FLAG-EXIST
002550             MOVE COBW3-GET-DATA(1:20) TO SOPR-DOC-TYPE
002560         END-IF.
002570 EX-LEGGI-PARAMETRI.
002580         EXIT.
002590*
002600* CHECK-VERIFICATO refuses a state-changing azione arriving on a
002610* GET or without a started session, and holds the sopralluoghi
002620* to the operatori, as OPENPA06 does for the checklist.
002630*
002640 CHECK-VERIFICATO.
002650         SET COBW3-REQUEST-METHOD TO TRUE.
002660         CALL "COBW3SR" USING COBW3.
002670         MOVE COBW3-REQUEST-INFO(1:4) TO SOPR-METODO.
002680         IF SOPR-METODO = "GET "
002690             OR NOT COBW3-SESSION-STATUS-STARTED
002700             SET COBW3-STATUS-CODE-403 TO TRUE
002710             GO TO EX-CHECK-VERIFICATO
002720         END-IF.

002730         MOVE SOPR-COMUNE-CODE TO AUTH-COMUNE-CODE.
002740         MOVE COBW3-USERID     TO AUTH-USERID.
002750         CALL "OPENPS03" USING AUTHCHK-AREA.
002760         IF NOT AUTH-RUOLO-OPERATORE
002770             SET COBW3-STATUS-CODE-403 TO TRUE
002780         END-IF.
002790 EX-CHECK-VERIFICATO.
002800         EXIT.
002810*
002820* LEGGI-PRATICA fetches the pratica the azione works on and
002830* admits only its assegnatario - the istruttore who goes on
002840* site - or a responsabile or admin acting for them. A pratica
002850* nobody is assigned to has no istruttore to send yet.
002860*
002870 LEGGI-PRATICA.
002880         OPEN INPUT PRAVIEW.
002890         IF STATUS-PRAVIEW NOT = "00"
002900             SET COBW3-STATUS-CODE-500 TO TRUE
002910             GO TO EX-LEGGI-PRATICA
002920         END-IF.
002930         MOVE SOPR-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
002940         MOVE SOPR-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
002950         READ PRAVIEW
002960             INVALID KEY
002970                 CLOSE PRAVIEW
002980                 SET COBW3-STATUS-CODE-404 TO TRUE
002990                 GO TO EX-LEGGI-PRATICA
003000         END-READ.
003010         CLOSE PRAVIEW.

003020         IF PRAVIEW-ASSEGNATARIO = SPACES
003030             MOVE "<tr><td>PRATICA NON ASSEGNATA</td></tr>"
003040                 TO SOPR-HTML
003050             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003060             SET COBW3-STATUS-CODE-403 TO TRUE
003070             GO TO EX-LEGGI-PRATICA
003080         END-IF.
003090         IF PRAVIEW-ASSEGNATARIO NOT = COBW3-USERID(1:30)
003100             AND NOT AUTH-RUOLO-RESPONSABILE
003110             AND NOT AUTH-RUOLO-ADMIN
003120             MOVE "<tr><td>RISERVATO ALL'ASSEGNATARIO</td></tr>"
003130                 TO SOPR-HTML
003140             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003150             SET COBW3-STATUS-CODE-403 TO TRUE
003160         END-IF.
003170 EX-LEGGI-PRATICA.
003180         EXIT.
003190*
003200* FISSA-SOPRALLUOGO books a new inspection on the pratica, or -
003210* with SOPRALLUOGO=n - moves one still to be held. The slot goes
003220* on the agenda of the current assegnatario, and the richiedente
003230* is told either way.
003240*
003250 FISSA-SOPRALLUOGO.
003260         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
003270         IF NOT COBW3-STATUS-CODE-200
003280             GO TO EX-FISSA-SOPRALLUOGO
003290         END-IF.
003300         IF SOPR-DATA < SOPR-TODAY-DATE
003310             OR FUNCTION TEST-DATE-YYYYMMDD(SOPR-DATA) NOT = 0
003320             MOVE "<tr><td>DATA NON VALIDA</td></tr>" TO SOPR-HTML
003330             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003340             GO TO EX-FISSA-SOPRALLUOGO
003350         END-IF.
003360         IF SOPR-ORA-HH > 23 OR SOPR-ORA-MM > 59
003370             MOVE "<tr><td>ORA NON VALIDA</td></tr>" TO SOPR-HTML
003380             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003390             GO TO EX-FISSA-SOPRALLUOGO
003400         END-IF.

003410         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
003420         IF NOT COBW3-STATUS-CODE-200
003430             GO TO EX-FISSA-SOPRALLUOGO
003440         END-IF.
003450         IF PRAVIEW-STATO-CHIUSA
003460             OR PRAVIEW-STATO-ACCOLTA
003470             OR PRAVIEW-STATO-RESPINTA
003480             MOVE "<tr><td>PRATICA CONCLUSA</td></tr>"
003490                 TO SOPR-HTML
003500             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
003510             GO TO EX-FISSA-SOPRALLUOGO
003520         END-IF.

003530         PERFORM APRI-PRASOPR THRU EX-APRI-PRASOPR.
003540         IF NOT COBW3-STATUS-CODE-200
003550             GO TO EX-FISSA-SOPRALLUOGO
003560         END-IF.
003570         IF SOPR-NUMERO = 0
003580             PERFORM NUOVO-SOPRALLUOGO THRU EX-NUOVO-SOPRALLUOGO
003590         ELSE
003600             PERFORM SPOSTA-SOPRALLUOGO THRU EX-SPOSTA-SOPRALLUOGO
003610         END-IF.
003620         CLOSE PRASOPR.
003630         IF SOPR-NUMERO = 0
003640             GO TO EX-FISSA-SOPRALLUOGO
003650         END-IF.

003660         MOVE "**" TO SOPR-NOTIF-OLD.
003670         MOVE "SP" TO SOPR-NOTIF-NEW.
003680         PERFORM ACCODA-NOTIFICA THRU EX-ACCODA-NOTIFICA.
003690         MOVE SOPR-NUMERO TO SOPR-NUM-ED.
003700         MOVE SPACES TO SOPR-HTML.
003710         STRING "<tr><td>SOPRALLUOGO "  DELIMITED BY SIZE
003720             SOPR-NUM-ED               DELIMITED BY SIZE
003730             " FISSATO IL "            DELIMITED BY SIZE
003740             SOPR-DATA                 DELIMITED BY SIZE
003750             " ORE "                   DELIMITED BY SIZE
003760             SOPR-ORA                  DELIMITED BY SIZE
003770             "</td></tr>"              DELIMITED BY SIZE
003780             INTO SOPR-HTML
003790         END-STRING.
003800         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
003810 EX-FISSA-SOPRALLUOGO.
003820         EXIT.
003830*
003840* APRI-PRASOPR opens the sopralluoghi for update, creating the
003850* file the first time any comune books one.
003860*
003870 APRI-PRASOPR.
003880         OPEN I-O PRASOPR.
003890         IF STATUS-PRASOPR = "35"
003900             OPEN OUTPUT PRASOPR
003910             CLOSE PRASOPR
003920             OPEN I-O PRASOPR
003930         END-IF.
003940         IF STATUS-PRASOPR NOT = "00"
003950             SET COBW3-STATUS-CODE-500 TO TRUE
003960         END-IF.
003970 EX-APRI-PRASOPR.
003980         EXIT.
003990*
004000* NUOVO-SOPRALLUOGO numbers the new inspection one past the
004010* pratica's last and writes it as fixed. SOPR-NUMERO is left at
004020* zero when no row could be written.
004030*
004040 NUOVO-SOPRALLUOGO.
004050         MOVE 0 TO SOPR-ULTIMO.
004060         SET SOPR-NOT-EOF TO TRUE.
004070         MOVE SOPR-COMUNE-CODE TO PRASOPR-COMUNE-CODE.
004080         MOVE SOPR-PRATICA-ID  TO PRASOPR-PRATICA-ID.
004090         MOVE 0                TO PRASOPR-NUMERO.
004100         START PRASOPR KEY IS NOT LESS THAN PRASOPR-KEY
004110             INVALID KEY
004120                 SET SOPR-EOF TO TRUE
004130         END-START.
004140         PERFORM CERCA-ULTIMO THRU EX-CERCA-ULTIMO
004150             UNTIL SOPR-EOF.
004160         IF SOPR-ULTIMO = 99
004170             MOVE "<tr><td>TROPPI SOPRALLUOGHI</td></tr>"
004180                 TO SOPR-HTML
004190             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004200             GO TO EX-NUOVO-SOPRALLUOGO
004210         END-IF.

004220         INITIALIZE PRASOPR-RECORD.
004230         MOVE SOPR-COMUNE-CODE     TO PRASOPR-COMUNE-CODE.
004240         MOVE SOPR-PRATICA-ID      TO PRASOPR-PRATICA-ID.
004250         ADD 1 SOPR-ULTIMO     GIVING PRASOPR-NUMERO.
004260         MOVE SOPR-COMUNE-CODE     TO PRASOPR-AG-COMUNE.
004270         MOVE PRAVIEW-ASSEGNATARIO TO PRASOPR-ISTRUTTORE.
004280         MOVE SOPR-DATA            TO PRASOPR-DATA.
004290         MOVE SOPR-ORA             TO PRASOPR-ORA.
004300         MOVE SOPR-PARTECIPANTI    TO PRASOPR-PARTECIPANTI.
004310         MOVE SOPR-TODAY-DATE      TO PRASOPR-DATA-FISSATO.
004320         SET PRASOPR-FISSATO       TO TRUE.
004330         SET PRASOPR-ESITO-ASSENTE TO TRUE.
004340         MOVE "N"                  TO PRASOPR-SOSPESA-SW.
004350         WRITE PRASOPR-RECORD
004360             INVALID KEY
004370                 SET COBW3-STATUS-CODE-500 TO TRUE
004380                 GO TO EX-NUOVO-SOPRALLUOGO
004390         END-WRITE.
004400         MOVE PRASOPR-NUMERO TO SOPR-NUMERO.
004410 EX-NUOVO-SOPRALLUOGO.
004420         EXIT.
004430*
004440 CERCA-ULTIMO.
004450         READ PRASOPR NEXT RECORD
004460             AT END
004470                 SET SOPR-EOF TO TRUE
004480                 GO TO EX-CERCA-ULTIMO
004490         END-READ.
004500         IF PRASOPR-PRATICA-ID NOT = SOPR-PRATICA-ID
004510             OR PRASOPR-COMUNE-CODE NOT = SOPR-COMUNE-CODE
004520             SET SOPR-EOF TO TRUE
004530             GO TO EX-CERCA-ULTIMO
004540         END-IF.
004550         MOVE PRASOPR-NUMERO TO SOPR-ULTIMO.
004560 EX-CERCA-ULTIMO.
004570         EXIT.
004580*
004590* SPOSTA-SOPRALLUOGO moves an inspection not yet held to the new
004600* slot; participants are replaced only when the form sends them.
004610* A verbalised one is history and stays as it is.
004620*
004630 SPOSTA-SOPRALLUOGO.
004640         MOVE SOPR-COMUNE-CODE TO PRASOPR-COMUNE-CODE.
004650         MOVE SOPR-PRATICA-ID  TO PRASOPR-PRATICA-ID.
004660         MOVE SOPR-NUMERO      TO PRASOPR-NUMERO.
004670         READ PRASOPR
004680             INVALID KEY
004690                 MOVE "<tr><td>SOPRALLUOGO INESISTENTE</td></tr>"
004700                     TO SOPR-HTML
004710                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004720                 MOVE 0 TO SOPR-NUMERO
004730                 GO TO EX-SPOSTA-SOPRALLUOGO
004740         END-READ.
004750         IF PRASOPR-VERBALIZZATO
004760             MOVE "<tr><td>SOPRALLUOGO GIA VERBALIZZATO</td></tr>"
004770                 TO SOPR-HTML
004780             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
004790             MOVE 0 TO SOPR-NUMERO
004800             GO TO EX-SPOSTA-SOPRALLUOGO
004810         END-IF.
004820         MOVE PRAVIEW-ASSEGNATARIO TO PRASOPR-ISTRUTTORE.
004830         MOVE SOPR-DATA            TO PRASOPR-DATA.
004840         MOVE SOPR-ORA             TO PRASOPR-ORA.
004850         IF SOPR-PARTECIPANTI NOT = SPACES
004860             MOVE SOPR-PARTECIPANTI TO PRASOPR-PARTECIPANTI
004870         END-IF.
004880         MOVE SOPR-TODAY-DATE      TO PRASOPR-DATA-FISSATO.
004890         REWRITE PRASOPR-RECORD
004900             INVALID KEY
004910                 SET COBW3-STATUS-CODE-500 TO TRUE
004920                 MOVE 0 TO SOPR-NUMERO
004930         END-REWRITE.
004940 EX-SPOSTA-SOPRALLUOGO.
004950         EXIT.
004960*
004970* REGISTRA-VERBALE closes an inspection already due with its
004980* esito and notes, and links the photo uploaded with the same
004990* request. A negative esito with SOSPENDI=S also tries the move
005000* AP->SO; the verbale is recorded whether or not the comune's
005010* workflow admits the suspension.
005020*
005030 REGISTRA-VERBALE.
005040         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
005050         IF NOT COBW3-STATUS-CODE-200
005060             GO TO EX-REGISTRA-VERBALE
005070         END-IF.
005080         IF NOT SOPR-ESITO-POSITIVO AND NOT SOPR-ESITO-NEGATIVO
005090             MOVE "<tr><td>ESITO POSITIVO O NEGATIVO</td></tr>"
005100                 TO SOPR-HTML
005110             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005120             GO TO EX-REGISTRA-VERBALE
005130         END-IF.
005140         PERFORM LEGGI-SOPRALLUOGO THRU EX-LEGGI-SOPRALLUOGO.
005150         IF SOPR-NUMERO = 0
005160             GO TO EX-REGISTRA-VERBALE
005170         END-IF.
005180         IF PRASOPR-VERBALIZZATO
005190             CLOSE PRASOPR
005200             MOVE "<tr><td>SOPRALLUOGO GIA VERBALIZZATO</td></tr>"
005210                 TO SOPR-HTML
005220             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005230             GO TO EX-REGISTRA-VERBALE
005240         END-IF.
005250         IF PRASOPR-DATA > SOPR-TODAY-DATE
005260             CLOSE PRASOPR
005270             MOVE "<tr><td>SOPRALLUOGO NON SVOLTO</td></tr>"
005280                 TO SOPR-HTML
005290             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005300             GO TO EX-REGISTRA-VERBALE
005310         END-IF.

005320         SET PRASOPR-VERBALIZZATO TO TRUE.
005330         IF SOPR-ESITO-POSITIVO
005340             SET PRASOPR-ESITO-POSITIVO TO TRUE
005350         ELSE
005360             SET PRASOPR-ESITO-NEGATIVO TO TRUE
005370         END-IF.
005380         MOVE SOPR-TODAY-DATE TO PRASOPR-DATA-VERBALE.
005390         MOVE SOPR-NOTE       TO PRASOPR-NOTE.
005400         PERFORM COLLEGA-FOTO THRU EX-COLLEGA-FOTO.
005410         IF SOPR-ESITO-NEGATIVO AND SOPR-SOSPENDI = "S"
005420             PERFORM SOSPENDI-PRATICA THRU EX-SOSPENDI-PRATICA
005430         END-IF.
005440         REWRITE PRASOPR-RECORD
005450             INVALID KEY
005460                 SET COBW3-STATUS-CODE-500 TO TRUE
005470         END-REWRITE.
005480         CLOSE PRASOPR.
005490         IF COBW3-STATUS-CODE-200
005500             MOVE "<tr><td>VERBALE REGISTRATO</td></tr>"
005510                 TO SOPR-HTML
005520             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005530         END-IF.
005540 EX-REGISTRA-VERBALE.
005550         EXIT.
005560*
005570* LEGGI-SOPRALLUOGO checks the pratica and its assegnatario and
005580* leaves PRASOPR open for update on the inspection SOPRALLUOGO
005590* names. SOPR-NUMERO comes back zero, with the file closed,
005600* when there is nothing to work on.
005610*
005620 LEGGI-SOPRALLUOGO.
005630         IF SOPR-NUMERO = 0
005640             MOVE "<tr><td>INDICARE SOPRALLUOGO</td></tr>"
005650                 TO SOPR-HTML
005660             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005670             GO TO EX-LEGGI-SOPRALLUOGO
005680         END-IF.
005690         PERFORM LEGGI-PRATICA THRU EX-LEGGI-PRATICA.
005700         IF NOT COBW3-STATUS-CODE-200
005710             MOVE 0 TO SOPR-NUMERO
005720             GO TO EX-LEGGI-SOPRALLUOGO
005730         END-IF.
005740         PERFORM APRI-PRASOPR THRU EX-APRI-PRASOPR.
005750         IF NOT COBW3-STATUS-CODE-200
005760             MOVE 0 TO SOPR-NUMERO
005770             GO TO EX-LEGGI-SOPRALLUOGO
005780         END-IF.
005790         MOVE SOPR-COMUNE-CODE TO PRASOPR-COMUNE-CODE.
005800         MOVE SOPR-PRATICA-ID  TO PRASOPR-PRATICA-ID.
005810         MOVE SOPR-NUMERO      TO PRASOPR-NUMERO.
005820         READ PRASOPR
005830             INVALID KEY
005840                 CLOSE PRASOPR
005850                 MOVE "<tr><td>SOPRALLUOGO INESISTENTE</td></tr>"
005860                     TO SOPR-HTML
005870                 PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
005880                 MOVE 0 TO SOPR-NUMERO
005890         END-READ.
005900 EX-LEGGI-SOPRALLUOGO.
005910         EXIT.
005920*
005930* ALLEGA-FOTO adds to an inspection, held or verbalised, the
005940* photo uploaded with this request.
005950*
005960 ALLEGA-FOTO.
005970         PERFORM CHECK-VERIFICATO THRU EX-CHECK-VERIFICATO.
005980         IF NOT COBW3-STATUS-CODE-200
005990             GO TO EX-ALLEGA-FOTO
006000         END-IF.
006010         IF COBW3-UPLD-FILE-SIZE = 0
006020             OR SOPR-DOC-TYPE NOT = SOPR-TIPO-FOTO
006030             MOVE "<tr><td>FOTO CON DOCTIPO FOTOSOPR</td></tr>"
006040                 TO SOPR-HTML
006050             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006060             GO TO EX-ALLEGA-FOTO
006070         END-IF.
006080         PERFORM LEGGI-SOPRALLUOGO THRU EX-LEGGI-SOPRALLUOGO.
006090         IF SOPR-NUMERO = 0
006100             GO TO EX-ALLEGA-FOTO
006110         END-IF.
006120         IF PRASOPR-DATA > SOPR-TODAY-DATE
006130             CLOSE PRASOPR
006140             MOVE "<tr><td>SOPRALLUOGO NON SVOLTO</td></tr>"
006150                 TO SOPR-HTML
006160             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006170             GO TO EX-ALLEGA-FOTO
006180         END-IF.
006190         PERFORM COLLEGA-FOTO THRU EX-COLLEGA-FOTO.
006200         REWRITE PRASOPR-RECORD
006210             INVALID KEY
006220                 SET COBW3-STATUS-CODE-500 TO TRUE
006230         END-REWRITE.
006240         CLOSE PRASOPR.
006250         MOVE PRASOPR-NUM-FOTO TO SOPR-NUM-ED.
006260         MOVE SPACES TO SOPR-HTML.
006270         STRING "<tr><td>FOTO COLLEGATE " DELIMITED BY SIZE
006280             SOPR-NUM-ED                 DELIMITED BY SIZE
006290             "</td></tr>"                DELIMITED BY SIZE
006300             INTO SOPR-HTML
006310         END-STRING.
006320         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
006330 EX-ALLEGA-FOTO.
006340         EXIT.
006350*
006360* COLLEGA-FOTO puts the photo of this request on the inspection
006370* held in PRASOPR-RECORD. The dispatcher has already filed the
006380* upload in PRATTACH before calling here, so it is the latest
006390* FOTOSOPR document of the pratica received today; a photo the
006400* row already holds is not counted twice.
006410*
006420 COLLEGA-FOTO.
006430         IF COBW3-UPLD-FILE-SIZE = 0
006440             OR SOPR-DOC-TYPE NOT = SOPR-TIPO-FOTO
006450             GO TO EX-COLLEGA-FOTO
006460         END-IF.
006470         IF PRASOPR-NUM-FOTO NOT < SOPR-MAX-FOTO
006480             MOVE "<tr><td>MASSIMO 10 FOTO</td></tr>"
006490                 TO SOPR-HTML
006500             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
006510             GO TO EX-COLLEGA-FOTO
006520         END-IF.
006530         SET SOPR-FOTO-ASSENTE TO TRUE.
006540         SET SOPR-NOT-EOF TO TRUE.
006550         OPEN INPUT PRATTACH.
006560         IF STATUS-PRATTACH NOT = "00"
006570             GO TO EX-COLLEGA-FOTO
006580         END-IF.
006590         MOVE SOPR-COMUNE-CODE TO PRATTACH-COMUNE-CODE.
006600         MOVE SOPR-PRATICA-ID  TO PRATTACH-PRATICA-ID.
006610         MOVE SOPR-TODAY-DATE  TO PRATTACH-UPLOAD-DATE.
006620         MOVE 0                TO PRATTACH-UPLOAD-TIME.
006630         START PRATTACH KEY IS NOT LESS THAN PRATTACH-KEY
006640             INVALID KEY
006650                 SET SOPR-EOF TO TRUE
006660         END-START.
006670         PERFORM CERCA-FOTO THRU EX-CERCA-FOTO
006680             UNTIL SOPR-EOF.
006690         CLOSE PRATTACH.
006700         IF SOPR-FOTO-ASSENTE
006710             GO TO EX-COLLEGA-FOTO
006720         END-IF.

006730         PERFORM CONFRONTA-FOTO THRU EX-CONFRONTA-FOTO
006740             VARYING SOPR-IX FROM 1 BY 1
006750             UNTIL SOPR-IX > PRASOPR-NUM-FOTO
006760                OR SOPR-FOTO-ASSENTE.
006770         IF SOPR-FOTO-TROVATA
006780             ADD 1 TO PRASOPR-NUM-FOTO
006790             MOVE SOPR-FOTO-DATE
006800                 TO PRASOPR-FOTO-DATE(PRASOPR-NUM-FOTO)
006810             MOVE SOPR-FOTO-TIME
006820                 TO PRASOPR-FOTO-TIME(PRASOPR-NUM-FOTO)
006830         END-IF.
006840 EX-COLLEGA-FOTO.
006850         EXIT.
006860*
006870 CERCA-FOTO.
006880         READ PRATTACH NEXT RECORD
006890             AT END
006900                 SET SOPR-EOF TO TRUE
006910                 GO TO EX-CERCA-FOTO
006920         END-READ.
006930         IF PRATTACH-PRATICA-ID NOT = SOPR-PRATICA-ID
006940             OR PRATTACH-COMUNE-CODE NOT = SOPR-COMUNE-CODE
006950             SET SOPR-EOF TO TRUE
006960             GO TO EX-CERCA-FOTO
006970         END-IF.
006980         IF PRATTACH-DOC-TYPE = SOPR-TIPO-FOTO
006990             SET SOPR-FOTO-TROVATA TO TRUE
007000             MOVE PRATTACH-UPLOAD-DATE TO SOPR-FOTO-DATE
007010             MOVE PRATTACH-UPLOAD-TIME TO SOPR-FOTO-TIME
007020         END-IF.
007030 EX-CERCA-FOTO.
007040         EXIT.
007050*
007060* CONFRONTA-FOTO drops the photo found when the row holds it
007070* already.
007080*
007090 CONFRONTA-FOTO.
007100         IF PRASOPR-FOTO-DATE(SOPR-IX) = SOPR-FOTO-DATE
007110             AND PRASOPR-FOTO-TIME(SOPR-IX) = SOPR-FOTO-TIME
007120             SET SOPR-FOTO-ASSENTE TO TRUE
007130         END-IF.
007140 EX-CONFRONTA-FOTO.
007150         EXIT.
007160*
007170* SOSPENDI-PRATICA drives the move AP->SO after a negative
007180* verbale, through OPENPS02 like every other stato writer, then
007190* archives it and tells the richiedente. A pratica no longer
007200* open, or a comune that does not admit the move, leaves the
007210* pratica where it is and says so on the page.
007220*
007230 SOSPENDI-PRATICA.
007240         OPEN I-O PRAVIEW.
007250         IF STATUS-PRAVIEW NOT = "00"
007260             SET COBW3-STATUS-CODE-500 TO TRUE
007270             GO TO EX-SOSPENDI-PRATICA
007280         END-IF.
007290         MOVE SOPR-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
007300         MOVE SOPR-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
007310         READ PRAVIEW
007320             INVALID KEY
007330                 CLOSE PRAVIEW
007340                 GO TO EX-SOSPENDI-PRATICA
007350         END-READ.
007360         IF NOT PRAVIEW-STATO-APERTA
007370             CLOSE PRAVIEW
007380             MOVE "<tr><td>PRATICA NON IN AP</td></tr>"
007390                 TO SOPR-HTML
007400             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007410             GO TO EX-SOSPENDI-PRATICA
007420         END-IF.
007430         MOVE PRAVIEW-COMUNE-CODE TO TRN-COMUNE-CODE.
007440         MOVE PRAVIEW-STATO       TO TRN-OLD-STATO.
007450         MOVE "SO"                TO TRN-NEW-STATO.
007460         MOVE AUTH-RUOLO          TO TRN-RUOLO.
007470         MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID.
007480         CALL "OPENPS02" USING TRANSCHK-AREA.
007490         IF TRN-RIFIUTATA
007500             CLOSE PRAVIEW
007510             MOVE "<tr><td>SOSPENSIONE RIFIUTATA</td></tr>"
007520                 TO SOPR-HTML
007530             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
007540             GO TO EX-SOSPENDI-PRATICA
007550         END-IF.
007560         MOVE PRAVIEW-STATO TO SOPR-OLD-STATO.
007570         MOVE "SO"          TO PRAVIEW-STATO.
007580         IF PRAVIEW-VERSIONE NOT NUMERIC
007590             MOVE 0 TO PRAVIEW-VERSIONE
007600         END-IF.
007610         ADD 1 TO PRAVIEW-VERSIONE.
007620         REWRITE PRAVIEW-RECORD.
007630         CLOSE PRAVIEW.
007640         SET PRASOPR-SOSPESA TO TRUE.
007650         PERFORM ARCHIVIA-TRANSIZIONE
007660             THRU EX-ARCHIVIA-TRANSIZIONE.
007670         MOVE SOPR-OLD-STATO TO SOPR-NOTIF-OLD.
007680         MOVE PRAVIEW-STATO  TO SOPR-NOTIF-NEW.
007690         PERFORM ACCODA-NOTIFICA THRU EX-ACCODA-NOTIFICA.
007700         MOVE "<tr><td>PRATICA SOSPESA</td></tr>" TO SOPR-HTML.
007710         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
007720 EX-SOSPENDI-PRATICA.
007730         EXIT.
007740*
007750* ARCHIVIA-TRANSIZIONE appends the move into SO to PRAHIST, the
007760* shape every other PRAVIEW-STATO writer archives in.
007770*
007780 ARCHIVIA-TRANSIZIONE.
007790         OPEN EXTEND PRAHIST.
007800         IF STATUS-PRAHIST NOT = "00"
007810             GO TO EX-ARCHIVIA-TRANSIZIONE
007820         END-IF.
007830         ACCEPT PRAHIST-DATE FROM DATE YYYYMMDD.
007840         ACCEPT PRAHIST-TIME FROM TIME.
007850         MOVE PRAVIEW-PRATICA-ID     TO PRAHIST-PRATICA-ID.
007860         MOVE PRAVIEW-COMUNE-CODE    TO PRAHIST-COMUNE-CODE.
007870         MOVE COBW3-USERID(1:30)     TO PRAHIST-USERID.
007880         MOVE SOPR-OLD-STATO         TO PRAHIST-OLD-STATO.
007890         MOVE PRAVIEW-STATO          TO PRAHIST-NEW-STATO.
007900         MOVE PRAVIEW-RICHIEDENTE    TO PRAHIST-OLD-RICHIEDENTE.
007910         MOVE PRAVIEW-RICHIEDENTE    TO PRAHIST-NEW-RICHIEDENTE.
007920         MOVE PRAVIEW-IMPORTO-DOVUTO
007930             TO PRAHIST-OLD-IMPORTO-DOVUTO.
007940         MOVE PRAVIEW-IMPORTO-DOVUTO
007950             TO PRAHIST-NEW-IMPORTO-DOVUTO.
007960         MOVE PRAVIEW-CODICE-FISCALE
007970             TO PRAHIST-CODICE-FISCALE.
007980         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
007990             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
008000             PRAHIST-NEW-ASSEGNATARIO.
008010         WRITE PRAHIST-RECORD.
008020         CLOSE PRAHIST.
008030 EX-ARCHIVIA-TRANSIZIONE.
008040         EXIT.
008050*
008060* ACCODA-NOTIFICA queues the richiedente's notice under the key
008070* halves SOPR-NOTIF-OLD/NEW: **SP for a sopralluogo fixed or
008080* moved, the transition itself for the suspension.
008090*
008100 ACCODA-NOTIFICA.
008110         OPEN I-O PRANOTIF.
008120         IF STATUS-PRANOTIF NOT = "00"
008130             GO TO EX-ACCODA-NOTIFICA
008140         END-IF.
008150         MOVE PRAVIEW-COMUNE-CODE TO PRANOTIF-COMUNE-CODE.
008160         MOVE PRAVIEW-PRATICA-ID  TO PRANOTIF-PRATICA-ID.
008170         ACCEPT PRANOTIF-DATA FROM DATE YYYYMMDD.
008180         ACCEPT PRANOTIF-ORA  FROM TIME.
008190         MOVE SOPR-NOTIF-OLD      TO PRANOTIF-OLD-STATO.
008200         MOVE SOPR-NOTIF-NEW      TO PRANOTIF-NEW-STATO.
008210         MOVE PRAVIEW-RICHIEDENTE TO PRANOTIF-DESTINATARIO.
008220         SET PRANOTIF-DA-INVIARE  TO TRUE.
008230         MOVE 0                   TO PRANOTIF-TENTATIVI.
008240         WRITE PRANOTIF-RECORD
008250             INVALID KEY
008260                 CONTINUE
008270         END-WRITE.
008280         CLOSE PRANOTIF.
008290 EX-ACCODA-NOTIFICA.
008300         EXIT.
008310*
008320* LISTA-SOPRALLUOGHI walks the pratica's inspections and emits
008330* one table line each, with the verbale notes beneath.
008340*
008350 LISTA-SOPRALLUOGHI.
008360         SET SOPR-NOT-EOF TO TRUE.
008370         OPEN INPUT PRASOPR.
008380         IF STATUS-PRASOPR = "35"
008390             GO TO EX-LISTA-SOPRALLUOGHI
008400         END-IF.
008410         IF STATUS-PRASOPR NOT = "00"
008420             SET COBW3-STATUS-CODE-500 TO TRUE
008430             GO TO EX-LISTA-SOPRALLUOGHI
008440         END-IF.
008450         MOVE SOPR-COMUNE-CODE TO PRASOPR-COMUNE-CODE.
008460         MOVE SOPR-PRATICA-ID  TO PRASOPR-PRATICA-ID.
008470         MOVE 0                TO PRASOPR-NUMERO.
008480         START PRASOPR KEY IS NOT LESS THAN PRASOPR-KEY
008490             INVALID KEY
008500                 SET SOPR-EOF TO TRUE
008510         END-START.
008520         PERFORM LISTA-RIGA THRU EX-LISTA-RIGA
008530             UNTIL SOPR-EOF.
008540         CLOSE PRASOPR.
008550 EX-LISTA-SOPRALLUOGHI.
008560         EXIT.
008570*
008580 LISTA-RIGA.
008590         READ PRASOPR NEXT RECORD
008600             AT END
008610                 SET SOPR-EOF TO TRUE
008620                 GO TO EX-LISTA-RIGA
008630         END-READ.
008640         IF PRASOPR-PRATICA-ID NOT = SOPR-PRATICA-ID
008650             OR PRASOPR-COMUNE-CODE NOT = SOPR-COMUNE-CODE
008660             SET SOPR-EOF TO TRUE
008670             GO TO EX-LISTA-RIGA
008680         END-IF.

008690         EVALUATE TRUE
008700             WHEN PRASOPR-FISSATO
008710                 MOVE "FISSATO"           TO SOPR-ESITO-DESCR
008720             WHEN PRASOPR-ESITO-POSITIVO
008730                 MOVE "VERBALE POSITIVO"  TO SOPR-ESITO-DESCR
008740             WHEN OTHER
008750                 MOVE "VERBALE NEGATIVO"  TO SOPR-ESITO-DESCR
008760         END-EVALUATE.
008770         IF PRASOPR-SOSPESA
008780             MOVE "NEGATIVO, SOSPESA"     TO SOPR-ESITO-DESCR
008790         END-IF.
008800         MOVE PRASOPR-NUM-FOTO TO SOPR-NUM-ED.
008810         MOVE SPACES TO SOPR-HTML.
008820         STRING "<tr><td>"             DELIMITED BY SIZE
008830             PRASOPR-NUMERO            DELIMITED BY SIZE
008840             "</td><td>"               DELIMITED BY SIZE
008850             PRASOPR-DATA              DELIMITED BY SIZE
008860             "</td><td>"               DELIMITED BY SIZE
008870             PRASOPR-ORA               DELIMITED BY SIZE
008880             "</td><td>"               DELIMITED BY SIZE
008890             PRASOPR-ISTRUTTORE        DELIMITED BY "  "
008900             "</td><td>"               DELIMITED BY SIZE
008910             PRASOPR-PARTECIPANTI      DELIMITED BY "  "
008920             "</td><td>"               DELIMITED BY SIZE
008930             SOPR-ESITO-DESCR          DELIMITED BY "  "
008940             "</td><td>FOTO "          DELIMITED BY SIZE
008950             SOPR-NUM-ED               DELIMITED BY SIZE
008960             "</td></tr>"              DELIMITED BY SIZE
008970             INTO SOPR-HTML
008980         END-STRING.
008990         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
009000         IF PRASOPR-VERBALIZZATO
009010             AND PRASOPR-NOTE NOT = SPACES
009020             MOVE SPACES TO SOPR-HTML
009030             STRING "<tr><td colspan=7>VERBALE "
009040                     DELIMITED BY SIZE
009050                 PRASOPR-DATA-VERBALE  DELIMITED BY SIZE
009060                 " "                   DELIMITED BY SIZE
009070                 PRASOPR-NOTE          DELIMITED BY "  "
009080                 "</td></tr>"          DELIMITED BY SIZE
009090                 INTO SOPR-HTML
009100             END-STRING
009110             PERFORM EMETTI-HTML THRU EX-EMETTI-HTML
009120         END-IF.
009130 EX-LISTA-RIGA.
009140         EXIT.
009150*
009160 EMETTI-AVVISO.
009170         MOVE "<tr><td>INDICARE PRATICA_ID</td></tr>"
009180             TO SOPR-HTML.
009190         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
009200 EX-EMETTI-AVVISO.
009210         EXIT.
009220*
009230* EMETTI-HTML sends SOPR-HTML to the browser, trimmed of its
009240* trailing padding, the way OPENPA03's twin does.
009250*
009260 EMETTI-HTML.
009270         MOVE 512 TO SOPR-HTML-LEN.
009280         PERFORM EMETTI-HTML-TRIM THRU EX-EMETTI-HTML-TRIM
009290             UNTIL SOPR-HTML-LEN = 1
009300                OR SOPR-HTML(SOPR-HTML-LEN:1) NOT = SPACE.
009310         MOVE SPACES TO COBW3-PUT-STRING.
009320         MOVE SOPR-HTML TO COBW3-PUT-STRING.
009330         MOVE SOPR-HTML-LEN TO COBW3-PUT-STRING-LENGTH.
009340         CALL "COBW3SR" USING COBW3.
009350 EX-EMETTI-HTML.
009360         EXIT.
009370*
009380 EMETTI-HTML-TRIM.
009390         SUBTRACT 1 FROM SOPR-HTML-LEN.
009400 EX-EMETTI-HTML-TRIM.
009410         EXIT.
009420*
009430 FINE-SOPRAL.
009440         MOVE "</table></body></html>" TO SOPR-HTML.
009450         PERFORM EMETTI-HTML THRU EX-EMETTI-HTML.
009460 EX-FINE-SOPRAL.
009470         EXIT.
