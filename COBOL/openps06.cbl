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
000190** servizio della famiglia di pratiche (FAMCHK.CBL): data una
000200** pratica risale i legami PRALINK fino al capostipite e ne
000210** ridiscende l'albero - varianti, proroghe, volture e sanatorie
000220** - restituendo ogni componente con il suo legame, il livello e
000230** lo stato corrente in PRAVIEW, e quanti componenti sono ancora
000240** aperti. Chiamato dalla stampa di riepilogo di OPENPA02, dalla
000250** ricerca CERCA, dalla pagina di stato, dai legami OPENPA17 e
000260** dai flussi OPENPJ18 e OPENPJ23, che non sigillano ne'
000270** anonimizzano una famiglia con una pratica ancora aperta:
000280** l'albero si costruisce in un posto solo.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENPS06.
000320 ENVIRONMENT      DIVISION.
000330 CONFIGURATION    SECTION.
000340         COPY "SPECIAL.CBL".
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.

000370         COPY "SELLINK.CBL".
000380         COPY "SELVIEW.CBL".

000390 DATA             DIVISION.
000400 FILE SECTION.

000410         COPY "FDELINK.CBL".
000420         COPY "FDEVIEW.CBL".

000430 WORKING-STORAGE  SECTION.

000440         COPY "GLOBALS.CBL".
000450*
000460 77  FAM-CORRENTE                  PIC X(10).
000470 77  FAM-PASSI                     PIC 9(02) COMP-5.
000480 77  FAM-MAX                       PIC 9(02) COMP-5 VALUE 30.
000490 77  FAM-IX                        PIC 9(02) COMP-5.
000500 77  FAM-CERCA-IX                  PIC 9(02) COMP-5.
000510 77  FAM-LINK-SW                   PIC X(01).
000520     88  FAM-LINK-APERTO               VALUE "S".
000530     88  FAM-LINK-CHIUSO               VALUE "N".
000540 77  FAM-RISALITA-SW               PIC X(01).
000550     88  FAM-RISALITA-FINITA           VALUE "S".
000560     88  FAM-RISALITA-IN-CORSO         VALUE "N".
000570 77  FAM-PRESENTE-SW               PIC X(01).
000580     88  FAM-PRESENTE                  VALUE "S".
000590     88  FAM-ASSENTE                   VALUE "N".
000600 77  FAM-EOF-SW                    PIC X(01).
000610     88  FAM-EOF                       VALUE "S".
000620     88  FAM-NOT-EOF                   VALUE "N".
000630*
000640 LINKAGE SECTION.

000650         COPY "FAMCHK.CBL".
000660*
000670 PROCEDURE  DIVISION USING FAMCHK-AREA.
000680*
000690         SET FAM-ESITO-OK TO TRUE.
000700         MOVE 0 TO FAM-COUNT.
000710         MOVE 0 TO FAM-APERTE.
000720         MOVE 0 TO FAM-OLTRE-CAP.
000730         INITIALIZE FAM-MEMBRI-TABLE.
000740         MOVE FAM-PRATICA-ID TO FAM-RADICE-ID.

000750         SET FAM-LINK-CHIUSO TO TRUE.
000760         OPEN INPUT PRALINK.
000770         IF STATUS-PRALINK = "00"
000780             SET FAM-LINK-APERTO TO TRUE
000790             PERFORM RISALI-CATENA THRU EX-RISALI-CATENA
000800         END-IF.

000810         MOVE 1              TO FAM-COUNT.
000820         MOVE FAM-RADICE-ID  TO FAM-M-PRATICA-ID(1).
000830         MOVE SPACES         TO FAM-M-PADRE-ID(1).
000840         MOVE SPACE          TO FAM-M-LEGAME(1).
000850         MOVE 0              TO FAM-M-LIVELLO(1).

000860         IF FAM-LINK-APERTO
000870             PERFORM SCENDI-MEMBRO THRU EX-SCENDI-MEMBRO
000880                 VARYING FAM-IX FROM 1 BY 1
000890                 UNTIL FAM-IX > FAM-COUNT
000900             CLOSE PRALINK
000910         END-IF.

000920         IF NOT FAM-MODO-ALBERO
000930             PERFORM LEGGI-STATI THRU EX-LEGGI-STATI
000940         END-IF.
000950         GOBACK.
000960*
000970* RISALI-CATENA climbs from the pratica to its capostipite, one
000980* keyed read per generation. The climb stops after as many
000990* steps as the family can hold, so a loop in the file - which
001000* OPENPA17 never writes - cannot hold the caller forever.
001010*
001020 RISALI-CATENA.
001030         MOVE FAM-PRATICA-ID TO FAM-CORRENTE.
001040         MOVE 0 TO FAM-PASSI.
001050         SET FAM-RISALITA-IN-CORSO TO TRUE.
001060         PERFORM RISALI-PASSO THRU EX-RISALI-PASSO
001070             UNTIL FAM-RISALITA-FINITA.
001080         MOVE FAM-CORRENTE TO FAM-RADICE-ID.
001090 EX-RISALI-CATENA.
001100         EXIT.
001110*
001120 RISALI-PASSO.
001130         IF FAM-PASSI NOT LESS THAN FAM-MAX
001140             SET FAM-RISALITA-FINITA TO TRUE
001150             GO TO EX-RISALI-PASSO
001160         END-IF.
001170         MOVE FAM-COMUNE-CODE TO PRALINK-COMUNE-CODE.
001180         MOVE FAM-CORRENTE    TO PRALINK-FIGLIA-ID.
001190         READ PRALINK
001200             INVALID KEY
001210                 SET FAM-RISALITA-FINITA TO TRUE
001220                 GO TO EX-RISALI-PASSO
001230         END-READ.
001240         MOVE PRALINK-PADRE-ID TO FAM-CORRENTE.
001250         ADD 1 TO FAM-PASSI.
001260 EX-RISALI-PASSO.
001270         EXIT.
001280*
001290* SCENDI-MEMBRO appends the follow-ons of one member, read off
001300* the padre key; the table grows behind the walk, so the
001310* members it adds are walked in their turn. A pratica already
001320* in the table is not added twice.
001330*
001340 SCENDI-MEMBRO.
001350         SET FAM-NOT-EOF TO TRUE.
001360         MOVE FAM-COMUNE-CODE          TO PRALINK-PADRE-COMUNE.
001370         MOVE FAM-M-PRATICA-ID(FAM-IX) TO PRALINK-PADRE-ID.
001380         START PRALINK KEY IS EQUAL TO PRALINK-PADRE-KEY
001390             INVALID KEY
001400                 SET FAM-EOF TO TRUE
001410         END-START.
001420         PERFORM SCENDI-FIGLIA THRU EX-SCENDI-FIGLIA
001430             UNTIL FAM-EOF.
001440 EX-SCENDI-MEMBRO.
001450         EXIT.
001460*
001470 SCENDI-FIGLIA.
001480         READ PRALINK NEXT RECORD
001490             AT END
001500                 SET FAM-EOF TO TRUE
001510                 GO TO EX-SCENDI-FIGLIA
001520         END-READ.
001530         IF PRALINK-PADRE-COMUNE NOT = FAM-COMUNE-CODE
001540             OR PRALINK-PADRE-ID NOT = FAM-M-PRATICA-ID(FAM-IX)
001550             SET FAM-EOF TO TRUE
001560             GO TO EX-SCENDI-FIGLIA
001570         END-IF.
001580         SET FAM-ASSENTE TO TRUE.
001590         PERFORM CERCA-MEMBRO THRU EX-CERCA-MEMBRO
001600             VARYING FAM-CERCA-IX FROM 1 BY 1
001610             UNTIL FAM-CERCA-IX > FAM-COUNT
001620                OR FAM-PRESENTE.
001630         IF FAM-PRESENTE
001640             GO TO EX-SCENDI-FIGLIA
001650         END-IF.
001660         IF FAM-COUNT NOT LESS THAN FAM-MAX
001670             ADD 1 TO FAM-OLTRE-CAP
001680             GO TO EX-SCENDI-FIGLIA
001690         END-IF.
001700         ADD 1 TO FAM-COUNT.
001710         MOVE PRALINK-FIGLIA-ID   TO FAM-M-PRATICA-ID(FAM-COUNT).
001720         MOVE PRALINK-PADRE-ID    TO FAM-M-PADRE-ID(FAM-COUNT).
001730         MOVE PRALINK-LEGAME      TO FAM-M-LEGAME(FAM-COUNT).
001740         COMPUTE FAM-M-LIVELLO(FAM-COUNT) =
001750             FAM-M-LIVELLO(FAM-IX) + 1.
001760 EX-SCENDI-FIGLIA.
001770         EXIT.
001780*
001790 CERCA-MEMBRO.
001800         IF FAM-M-PRATICA-ID(FAM-CERCA-IX) = PRALINK-FIGLIA-ID
001810             SET FAM-PRESENTE TO TRUE
001820         END-IF.
001830 EX-CERCA-MEMBRO.
001840         EXIT.
001850*
001860* LEGGI-STATI reads each member's current state. A member that
001870* is no longer on PRAVIEW has been sealed into its dossier and
001880* counts as concluded; one still short of CH, AC or RE is open.
001890*
001900 LEGGI-STATI.
001910         OPEN INPUT PRAVIEW.
001920         IF STATUS-PRAVIEW NOT = "00"
001930             SET FAM-ESITO-ERRORE TO TRUE
001940             GO TO EX-LEGGI-STATI
001950         END-IF.
001960         PERFORM LEGGI-STATO THRU EX-LEGGI-STATO
001970             VARYING FAM-IX FROM 1 BY 1
001980             UNTIL FAM-IX > FAM-COUNT.
001990         CLOSE PRAVIEW.
002000 EX-LEGGI-STATI.
002010         EXIT.
002020*
002030 LEGGI-STATO.
002040         MOVE FAM-COMUNE-CODE          TO PRAVIEW-COMUNE-CODE.
002050         MOVE FAM-M-PRATICA-ID(FAM-IX) TO PRAVIEW-PRATICA-ID.
002060         READ PRAVIEW
002070             INVALID KEY
002080                 MOVE SPACES TO FAM-M-STATO(FAM-IX)
002090                 SET FAM-M-FUORI-LINEA(FAM-IX) TO TRUE
002100                 GO TO EX-LEGGI-STATO
002110         END-READ.
002120         MOVE PRAVIEW-STATO TO FAM-M-STATO(FAM-IX).
002130         SET FAM-M-IN-LINEA(FAM-IX) TO TRUE.
002140         IF NOT PRAVIEW-STATO-CHIUSA
002150             AND NOT PRAVIEW-STATO-ACCOLTA
002160             AND NOT PRAVIEW-STATO-RESPINTA
002170             ADD 1 TO FAM-APERTE
002180         END-IF.
002190 EX-LEGGI-STATO.
002200         EXIT.
