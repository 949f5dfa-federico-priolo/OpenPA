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
000190** flusso batch di copia mascherata degli archivi verso l'ambiente
000200** di formazione e collaudo. In modo "ESTRAI pacchetto" legge gli
000210** archivi di produzione e scrive nel pacchetto CLONEPKG l'immagine
000220** di ogni record con i dati personali sostituiti in modo coerente:
000230** lo stesso codice fiscale reale diventa sempre lo stesso codice
000240** fittizio, con carattere di controllo valido, in PRAVIEW, PRAHIST,
000250** PRADELEG, PRARIMB, AUDITLOG e negli altri archivi che lo
000260** riportano, cosi' i legami tra gli archivi reggono; nominativi,
000270** indirizzi, recapiti, IBAN e testo OCRTEXT vengono sostituiti e i
000280** documenti non viaggiano. Le pratiche sotto vincolo legale
000290** (PRAVIEW-VINCOLO-LEGALE) restano fuori da ogni archivio. In modo
000300** "CARICA pacchetto radice" gira nell'ambiente di destinazione, i
000310** cui nomi logici puntano ai suoi archivi: parte solo se la sua
000320** CONFIGTAB porta CLONE-DESTINAZIONE = S, ricrea gli archivi dal
000330** pacchetto e scrive sotto la radice un documento segnaposto per
000340** ogni allegato. Sessioni, bozze, blocchi, credenziali API, registri
000350** di corsa, dossier sigillati, indice per parole chiave (si rifa'
000360** con OPENPJ17) e file di uscita dei flussi non si copiano.
000370*
000380 IDENTIFICATION   DIVISION.
000390 PROGRAM-ID.      OPENPJ37.
000400 ENVIRONMENT      DIVISION.
000410 CONFIGURATION    SECTION.
000420         COPY "SPECIAL.CBL".
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.

000450         COPY "SELVIEW.CBL".
000460         COPY "SELHIST.CBL".
000470         COPY "SELATTACH.CBL".
000480         COPY "SELOCR.CBL".
000490         COPY "SELPAY.CBL".
000500         COPY "SELINTEG.CBL".
000510         COPY "SELCONF.CBL".
000520         COPY "SELDELEG.CBL".
000530         COPY "SELRIMB.CBL".
000540         COPY "SELCATA.CBL".
000550         COPY "SELLINK.CBL".
000560         COPY "SELSOPR.CBL".
000570         COPY "SELPOSD.CBL".
000580         COPY "SELRATE.CBL".
000590         COPY "SELSOLL.CBL".
000600         COPY "SELNOTIF.CBL".
000610         COPY "SELISTA.CBL".
000620         COPY "SELBOLLO.CBL".
000630         COPY "SELREG.CBL".
000640         COPY "SELPROVV.CBL".
000650         COPY "SELRICV.CBL".
000660         COPY "SELACCS.CBL".
000670         COPY "SELCONS.CBL".
000680         COPY "SELTAB.CBL".
000690         COPY "SELCONFIG.CBL".
000700         COPY "SELCAL.CBL".
000710         COPY "SELPROT.CBL".
000720         COPY "SELCAPI.CBL".
000730         COPY "SELMODPR.CBL".
000740         COPY "SELMODIN.CBL".
000750         COPY "SELCASS.CBL".
000760         COPY "SELCFGST.CBL".
000770         COPY "SELCFGAP.CBL".
000780         COPY "SELRAGC.CBL".
000790         COPY "SELUTEN.CBL".
000800         COPY "SELANPR.CBL".
000810         COPY "SELAUDIT.CBL".
000820         COPY "SELTRACE.CBL".
000830         COPY "SELDOC.CBL".
000840         COPY "SELCLONE.CBL".

000850         COPY "SELRUNLG.CBL".

000860 DATA             DIVISION.
000870 FILE SECTION.

000880         COPY "FDEVIEW.CBL".
000890         COPY "FDEHIST.CBL".
000900         COPY "FDEATTACH.CBL".
000910         COPY "FDEOCR.CBL".
000920         COPY "FDEPAY.CBL".
000930         COPY "FDEINTEG.CBL".
000940         COPY "FDECONF.CBL".
000950         COPY "FDEDELEG.CBL".
000960         COPY "FDERIMB.CBL".
000970         COPY "FDECATA.CBL".
000980         COPY "FDELINK.CBL".
000990         COPY "FDESOPR.CBL".
001000         COPY "FDEPOSD.CBL".
001010         COPY "FDERATE.CBL".
001020         COPY "FDESOLL.CBL".
001030         COPY "FDENOTIF.CBL".
001040         COPY "FDEISTA.CBL".
001050         COPY "FDEBOLLO.CBL".
001060         COPY "FDEREG.CBL".
001070         COPY "FDEPROVV.CBL".
001080         COPY "FDERICV.CBL".
001090         COPY "FDEACCS.CBL".
001100         COPY "FDECONS.CBL".
001110         COPY "FDETAB.CBL".
001120         COPY "FDECONFIG.CBL".
001130         COPY "FDECAL.CBL".
001140         COPY "FDEPROT.CBL".
001150         COPY "FDECAPI.CBL".
001160         COPY "FDEMODPR.CBL".
001170         COPY "FDEMODIN.CBL".
001180         COPY "FDECASS.CBL".
001190         COPY "FDECFGST.CBL".
001200         COPY "FDECFGAP.CBL".
001210         COPY "FDERAGC.CBL".
001220         COPY "FDEUTEN.CBL".
001230         COPY "FDEANPR.CBL".
001240         COPY "FDEAUDIT.CBL".
001250         COPY "FDETRACE.CBL".
001260         COPY "FDEDOC.CBL".
001270         COPY "FDECLONE.CBL".

001280         COPY "FDERUNLG.CBL".

001290 WORKING-STORAGE  SECTION.

001300         COPY "GLOBALS.CBL".
001310         COPY "FILEHWS.CBL".
001320         COPY "RUNLGWS.CBL".
001330         COPY "CODFTAB.CBL".
001340*
001350 77  CLONE-PATH                    PIC X(128).
001360 77  DOCFILE-PATH                  PIC X(128).
001370 77  OPJ-COMMAND-LINE              PIC X(256).
001380 77  OPJ-MODO                      PIC X(08).
001390     88  OPJ-MODO-ESTRAI               VALUE "ESTRAI".
001400     88  OPJ-MODO-CARICA               VALUE "CARICA".
001410 77  OPJ-ARG-PACCHETTO             PIC X(128).
001420 77  OPJ-ARG-RADICE                PIC X(80).
001430 77  OPJ-EOF-SW                    PIC X(01).
001440     88  OPJ-EOF                       VALUE "S".
001450     88  OPJ-NOT-EOF                   VALUE "N".
001460 77  OPJ-TODAY-DATE                PIC 9(08).
001470 77  OPJ-FILE-NOME                 PIC X(10).
001480 77  OPJ-RIGHE-PACCHETTO           PIC 9(09) COMP-5 VALUE 0.
001490 77  OPJ-PRAT-ESCLUSE              PIC 9(07) COMP-5 VALUE 0.
001500 77  OPJ-RIGHE-ESCLUSE             PIC 9(09) COMP-5 VALUE 0.
001510 77  OPJ-CF-MASCHERATI             PIC 9(09) COMP-5 VALUE 0.
001520 77  OPJ-NOMI-MASCHERATI           PIC 9(09) COMP-5 VALUE 0.
001530 77  OPJ-IBAN-MASCHERATI           PIC 9(07) COMP-5 VALUE 0.
001540 77  OPJ-TESTI-OSCURATI            PIC 9(09) COMP-5 VALUE 0.
001550 77  OPJ-ARCHIVI-ASSENTI           PIC 9(03) COMP-5 VALUE 0.
001560 77  OPJ-RIGHE-LETTE               PIC 9(09) COMP-5 VALUE 0.
001570 77  OPJ-DOC-SEGNAPOSTO            PIC 9(07) COMP-5 VALUE 0.
001580 77  OPJ-DUPLICATI                 PIC 9(07) COMP-5 VALUE 0.
001590 77  OPJ-TAG-IGNOTI                PIC 9(07) COMP-5 VALUE 0.
001600 77  OPJ-SEGNAPOSTO-FALLITI        PIC 9(07) COMP-5 VALUE 0.
001610 01  OPJ-DEST-RECORD.
001620     05  FILLER                    PIC X(28).
001630     05  OPJ-DEST-VALORE           PIC X(20).
001640*
001650* CONTROLLA-VINCOLO working fields: the pratica asked about, laid
001660* out as PRAVIEW-KEY, and the answer for the last one asked, since
001670* the rows of one pratica come one after the other on every file.
001680*
001690 01  OPJ-VINC-CHIAVE.
001700     05  OPJ-VINC-COMUNE           PIC X(06).
001710     05  OPJ-VINC-PRATICA          PIC X(10).
001720 77  OPJ-VINC-ULTIMA               PIC X(16) VALUE HIGH-VALUES.
001730 77  OPJ-VINC-SW                   PIC X(01).
001740     88  OPJ-VINC-ESCLUSA              VALUE "S".
001750     88  OPJ-VINC-LIBERA               VALUE "N".
001760 77  OPJ-VINC-ULTIMO-SW            PIC X(01).
001770*
001780* FIND-CONFIG-VALUE working fields, as in OPENPJ06.
001790*
001800 77  CFG-LOOKUP-NAME               PIC X(20).
001810 77  CFG-FOUND-SW                  PIC X(01).
001820     88  CFG-FOUND                     VALUE "S".
001830     88  CFG-NOT-FOUND                 VALUE "N".
001840 77  CFG-NUM-WORK                  PIC 9(18).
001850*
001860* Masking working fields. Every replacement value is drawn from a
001870* pair of generators seeded with CLONE-SEME and the original value
001880* itself, so the same original always yields the same substitute
001890* on every file and on every run with the same seed, and the seed
001900* never leaves production. The CODFTAB.CBL alphabet gives each
001910* character its ordinal, as in VALIDA-CODFISC of OPENPA02.
001920*
001930 77  OPJ-SEME                      PIC 9(09) COMP-5 VALUE 104729.
001940 77  MSK-SORGENTE                  PIC X(90).
001950 77  MSK-LEN                       PIC 9(03) COMP-5.
001960 77  MSK-IX                        PIC 9(03) COMP-5.
001970 77  MSK-OUT-IX                    PIC 9(03) COMP-5.
001980 77  MSK-H1                        PIC 9(15) COMP-5.
001990 77  MSK-H2                        PIC 9(15) COMP-5.
002000 77  MSK-MIX                       PIC 9(15) COMP-5.
002010 77  MSK-QUOZ                      PIC 9(15) COMP-5.
002020 77  MSK-MODULO                    PIC 9(09) COMP-5.
002030 77  MSK-ESTRATTO                  PIC 9(09) COMP-5.
002040 77  MSK-VAL                       PIC 9(03) COMP-5.
002050 77  MSK-SUM                       PIC 9(05) COMP-5.
002060 77  MSK-CIFRA                     PIC 9(01).
002070 77  MSK-DOPPIO                    PIC 9(02).
002080 77  MSK-GIORNO                    PIC 9(02).
002090 77  MSK-CONTROLLO                 PIC 9(02).
002100 77  MSK-CIVICO                    PIC 9(02).
002110 77  MSK-NUMERO                    PIC 9(06).
002120 77  MSK-CHIOCCIOLE                PIC 9(03) COMP-5.
002130 77  MSK-CF-IN                     PIC X(16).
002140 77  MSK-CF-OUT                    PIC X(16).
002150 77  MSK-NOME-IN                   PIC X(60).
002160 77  MSK-NOME-OUT                  PIC X(60).
002170 77  MSK-COGNOME-OUT               PIC X(40).
002180 77  MSK-PRENOME-OUT               PIC X(40).
002190 77  MSK-IBAN-IN                   PIC X(27).
002200 77  MSK-IBAN-OUT                  PIC X(27).
002210 77  MSK-USERID                    PIC X(90).
002220 77  MSK-TESTO                     PIC X(200).
002230 77  MSK-TESTO-LEN                 PIC 9(03) COMP-5.
002240 77  MSK-POS                       PIC 9(03) COMP-5.
002250 77  MSK-CAR                       PIC X(01).
002260 77  MSK-FORMA                     PIC X(16).
002270 77  MSK-FORMA-IX                  PIC 9(02) COMP-5.
002280 77  MSK-FORMA-SW                  PIC X(01).
002290     88  MSK-FORMA-CF                  VALUE "S".
002300     88  MSK-FORMA-ALTRO               VALUE "N".
002310 77  MSK-SAGOMA                    PIC X(16)
002320                                   VALUE "AAAAAANNANNANNNA".
002330 77  MSK-MESI                      PIC X(12) VALUE "ABCDEHLMPRST".
002340 77  MSK-LETTERE-COMUNE            PIC X(11) VALUE "ABCDEFGHILM".
002350 77  CF-CHAR                       PIC X(01).
002360 77  CF-TAB-IX                     PIC 9(02) COMP-5.
002370 77  CF-TAB-VAL                    PIC 9(02) COMP-5.
002380 77  CF-CHAR-SW                    PIC X(01).
002390     88  CF-CHAR-FOUND                 VALUE "S".
002400     88  CF-CHAR-NOT-FOUND             VALUE "N".
002410*
002420* The substitute names: a surname and a given name picked by the
002430* generators, forty of each.
002440*
002450 01  MSK-COGNOMI-VALUES.
002460     05  FILLER PIC X(48)
002470         VALUE "ROSSI       BIANCHI     FERRARI     ESPOSITO    ".
002480     05  FILLER PIC X(48)
002490         VALUE "ROMANO      COLOMBO     RICCI       MARINO      ".
002500     05  FILLER PIC X(48)
002510         VALUE "GRECO       BRUNO       GALLO       CONTI       ".
002520     05  FILLER PIC X(48)
002530         VALUE "DELUCA      MANCINI     COSTA       GIORDANO    ".
002540     05  FILLER PIC X(48)
002550         VALUE "RIZZO       LOMBARDI    MORETTI     BARBIERI    ".
002560     05  FILLER PIC X(48)
002570         VALUE "FONTANA     SANTORO     MARIANI     RINALDI     ".
002580     05  FILLER PIC X(48)
002590         VALUE "CARUSO      FERRARA     GALLI       MARTINI     ".
002600     05  FILLER PIC X(48)
002610         VALUE "LEONE       LONGO       GENTILE     MARTINELLI  ".
002620     05  FILLER PIC X(48)
002630         VALUE "VITALE      LOMBARDO    SERRA       COPPOLA     ".
002640     05  FILLER PIC X(48)
002650         VALUE "DESANTIS    DANGELO     MARCHETTI   PARISI      ".
002660 01  MSK-COGNOMI-AREA REDEFINES MSK-COGNOMI-VALUES.
002670     05  MSK-COGNOME               PIC X(12)
002680                                   OCCURS 40 TIMES.
002690 01  MSK-PRENOMI-VALUES.
002700     05  FILLER PIC X(48)
002710         VALUE "MARCO       GIULIA      LUCA        FRANCESCA   ".
002720     05  FILLER PIC X(48)
002730         VALUE "ANDREA      CHIARA      MATTEO      SARA        ".
002740     05  FILLER PIC X(48)
002750         VALUE "ALESSANDRO  ELENA       DAVIDE      MARTINA     ".
002760     05  FILLER PIC X(48)
002770         VALUE "SIMONE      VALENTINA   FEDERICO    SILVIA      ".
002780     05  FILLER PIC X(48)
002790         VALUE "STEFANO     PAOLA       GIORGIO     LAURA       ".
002800     05  FILLER PIC X(48)
002810         VALUE "PAOLO       ANNA        ROBERTO     MARIA       ".
002820     05  FILLER PIC X(48)
002830         VALUE "FABIO       ELISA       RICCARDO    MONICA      ".
002840     05  FILLER PIC X(48)
002850         VALUE "LORENZO     CRISTINA    MASSIMO     BARBARA     ".
002860     05  FILLER PIC X(48)
002870         VALUE "DANIELE     GIORGIA     EMANUELE    ROBERTA     ".
002880     05  FILLER PIC X(48)
002890         VALUE "MICHELE     SERENA      NICOLA      ALICE       ".
002900 01  MSK-PRENOMI-AREA REDEFINES MSK-PRENOMI-VALUES.
002910     05  MSK-PRENOME               PIC X(12)
002920                                   OCCURS 40 TIMES.
002930*
002940 PROCEDURE  DIVISION.
002950*
002960         PERFORM INIZIO-BATCH   THRU  EX-INIZIO-BATCH.

002970         EVALUATE TRUE
002980             WHEN OPJ-MODO-ESTRAI
002990                 PERFORM ESTRAI-ARCHIVI
003000                     THRU EX-ESTRAI-ARCHIVI
003010             WHEN OPJ-MODO-CARICA
003020                 PERFORM CARICA-ARCHIVI
003030                     THRU EX-CARICA-ARCHIVI
003040             WHEN OTHER
003050                 DISPLAY "OPENPJ37: uso ESTRAI pacchetto "
003060                     "oppure CARICA pacchetto radice-allegati"
003070                 MOVE 12 TO RETURN-CODE
003080         END-EVALUATE.

003090         PERFORM FINE-BATCH     THRU EX-FINE-BATCH.

003100         GOBACK.
003110*
003120 INIZIO-BATCH.
003130         MOVE "OPENPJ37" TO FILEH-PROGRAMMA.
003140         PERFORM SEGNA-INIZIO-CORSA
003150             THRU EX-SEGNA-INIZIO-CORSA.
003160         ACCEPT OPJ-TODAY-DATE FROM DATE YYYYMMDD.
003170         MOVE SPACES TO OPJ-COMMAND-LINE.
003180         ACCEPT OPJ-COMMAND-LINE FROM COMMAND-LINE.
003190         MOVE SPACES TO OPJ-MODO.
003200         MOVE SPACES TO OPJ-ARG-PACCHETTO.
003210         MOVE SPACES TO OPJ-ARG-RADICE.
003220         UNSTRING OPJ-COMMAND-LINE DELIMITED BY ALL SPACES
003230             INTO OPJ-MODO OPJ-ARG-PACCHETTO OPJ-ARG-RADICE
003240         END-UNSTRING.
003250         IF OPJ-ARG-PACCHETTO = SPACES
003260             MOVE SPACES TO OPJ-MODO
003270         END-IF.
003280         IF OPJ-MODO-CARICA
003290             AND OPJ-ARG-RADICE = SPACES
003300             MOVE SPACES TO OPJ-MODO
003310         END-IF.
003320         MOVE OPJ-ARG-PACCHETTO TO CLONE-PATH.
003330 EX-INIZIO-BATCH.
003340         EXIT.
003350*
003360* ESTRAI-ARCHIVI writes the package. PRAVIEW goes first and stays
003370* open: every other file asks it, pratica by pratica, whether the
003380* row belongs to a pratica under legal hold. Nothing here writes
003390* to a production file; the masking happens in the record area
003400* after the read, on its way into the package.
003410*
003420 ESTRAI-ARCHIVI.
003430         PERFORM LEGGI-SEME THRU EX-LEGGI-SEME.
003440         OPEN OUTPUT CLONEPKG.
003450         MOVE "CLONEPKG"      TO FILEH-NAME.
003460         MOVE STATUS-CLONEPKG TO FILEH-STATUS.
003470         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

003480         OPEN INPUT PRAVIEW.
003490         MOVE "PRAVIEW"       TO FILEH-NAME.
003500         MOVE STATUS-PRAVIEW  TO FILEH-STATUS.
003510         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
003520         SET OPJ-NOT-EOF TO TRUE.
003530         PERFORM ESTRAI-PRAVIEW-RIGA
003540             THRU EX-ESTRAI-PRAVIEW-RIGA
003550             UNTIL OPJ-EOF.
003560         PERFORM ESTRAI-PRAHIST
003570             THRU EX-ESTRAI-PRAHIST.
003580         PERFORM ESTRAI-PRATTACH
003590             THRU EX-ESTRAI-PRATTACH.
003600         PERFORM ESTRAI-OCRTEXT
003610             THRU EX-ESTRAI-OCRTEXT.
003620         PERFORM ESTRAI-PRAPAY
003630             THRU EX-ESTRAI-PRAPAY.
003640         PERFORM ESTRAI-PRAINTEG
003650             THRU EX-ESTRAI-PRAINTEG.
003660         PERFORM ESTRAI-PRACONF
003670             THRU EX-ESTRAI-PRACONF.
003680         PERFORM ESTRAI-PRADELEG
003690             THRU EX-ESTRAI-PRADELEG.
003700         PERFORM ESTRAI-PRARIMB
003710             THRU EX-ESTRAI-PRARIMB.
003720         PERFORM ESTRAI-PRACATAS
003730             THRU EX-ESTRAI-PRACATAS.
003740         PERFORM ESTRAI-PRALINK
003750             THRU EX-ESTRAI-PRALINK.
003760         PERFORM ESTRAI-PRASOPR
003770             THRU EX-ESTRAI-PRASOPR.
003780         PERFORM ESTRAI-PRAPOSD
003790             THRU EX-ESTRAI-PRAPOSD.
003800         PERFORM ESTRAI-PRARATE
003810             THRU EX-ESTRAI-PRARATE.
003820         PERFORM ESTRAI-PRASOLL
003830             THRU EX-ESTRAI-PRASOLL.
003840         PERFORM ESTRAI-PRANOTIF
003850             THRU EX-ESTRAI-PRANOTIF.
003860         PERFORM ESTRAI-PRAISTAT
003870             THRU EX-ESTRAI-PRAISTAT.
003880         PERFORM ESTRAI-PRABOLLO
003890             THRU EX-ESTRAI-PRABOLLO.
003900         PERFORM ESTRAI-PRAREG
003910             THRU EX-ESTRAI-PRAREG.
003920         PERFORM ESTRAI-PRAPROVV
003930             THRU EX-ESTRAI-PRAPROVV.
003940         PERFORM ESTRAI-PRARICEV
003950             THRU EX-ESTRAI-PRARICEV.
003960         PERFORM ESTRAI-PRAACCES
003970             THRU EX-ESTRAI-PRAACCES.
003980         PERFORM ESTRAI-PRACONS
003990             THRU EX-ESTRAI-PRACONS.
004000         PERFORM ESTRAI-PRATAB
004010             THRU EX-ESTRAI-PRATAB.
004020         PERFORM ESTRAI-CONFIGTAB
004030             THRU EX-ESTRAI-CONFIGTAB.
004040         PERFORM ESTRAI-PRACAL
004050             THRU EX-ESTRAI-PRACAL.
004060         PERFORM ESTRAI-PRAPROT
004070             THRU EX-ESTRAI-PRAPROT.
004080         PERFORM ESTRAI-PRACAPI
004090             THRU EX-ESTRAI-PRACAPI.
004100         PERFORM ESTRAI-PRAMODPR
004110             THRU EX-ESTRAI-PRAMODPR.
004120         PERFORM ESTRAI-MODPROVV
004130             THRU EX-ESTRAI-MODPROVV.
004140         PERFORM ESTRAI-PRACASSA
004150             THRU EX-ESTRAI-PRACASSA.
004160         PERFORM ESTRAI-CFGSTAGE
004170             THRU EX-ESTRAI-CFGSTAGE.
004180         PERFORM ESTRAI-CFGAPPR
004190             THRU EX-ESTRAI-CFGAPPR.
004200         PERFORM ESTRAI-RAGCTRL
004210             THRU EX-ESTRAI-RAGCTRL.
004220         PERFORM ESTRAI-PRAUTEN
004230             THRU EX-ESTRAI-PRAUTEN.
004240         PERFORM ESTRAI-PRAANPR
004250             THRU EX-ESTRAI-PRAANPR.
004260         PERFORM ESTRAI-AUDITLOG
004270             THRU EX-ESTRAI-AUDITLOG.
004280         PERFORM ESTRAI-TRACELOG
004290             THRU EX-ESTRAI-TRACELOG.
004300         CLOSE PRAVIEW.
004310         CLOSE CLONEPKG.
004320 EX-ESTRAI-ARCHIVI.
004330         EXIT.
004340*
004350* LEGGI-SEME picks up CLONE-SEME, the secret the substitutes are
004360* derived from. Kept the same from one run to the next, it keeps
004370* the training data stable across refreshes; changed, it gives a
004380* wholly new set of substitutes.
004390*
004400 LEGGI-SEME.
004410         MOVE "CLONE-SEME" TO CFG-LOOKUP-NAME.
004420         OPEN INPUT CONFIGTAB.
004430         IF STATUS-CONFIGTAB = "00"
004440             PERFORM FIND-CONFIG-VALUE
004450                 THRU EX-FIND-CONFIG-VALUE
004460             IF CFG-FOUND
004470                 AND CONFIGTAB-VALUE(1:9) IS NUMERIC
004480                 MOVE CONFIGTAB-VALUE(1:9) TO CFG-NUM-WORK
004490                 MOVE CFG-NUM-WORK         TO OPJ-SEME
004500             END-IF
004510             CLOSE CONFIGTAB
004520         END-IF.
004530 EX-LEGGI-SEME.
004540         EXIT.
004550*
004560 ESTRAI-PRAVIEW-RIGA.
004570         READ PRAVIEW NEXT RECORD
004580             AT END
004590                 SET OPJ-EOF TO TRUE
004600                 GO TO EX-ESTRAI-PRAVIEW-RIGA
004610         END-READ.
004620         IF PRAVIEW-SOTTO-VINCOLO
004630             ADD 1 TO OPJ-PRAT-ESCLUSE
004640             GO TO EX-ESTRAI-PRAVIEW-RIGA
004650         END-IF.
004660         MOVE PRAVIEW-RICHIEDENTE TO MSK-NOME-IN.
004670         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
004680         MOVE MSK-NOME-OUT TO PRAVIEW-RICHIEDENTE.
004690         MOVE PRAVIEW-CODICE-FISCALE TO MSK-CF-IN.
004700         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
004710         MOVE MSK-CF-OUT TO PRAVIEW-CODICE-FISCALE.
004720         MOVE PRAVIEW-CF-DELEGATO TO MSK-CF-IN.
004730         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
004740         MOVE MSK-CF-OUT TO PRAVIEW-CF-DELEGATO.
004750         MOVE PRAVIEW-TOKEN-ACCESSO TO MSK-CF-IN.
004760         PERFORM MASCHERA-CODICE THRU EX-MASCHERA-CODICE.
004770         MOVE MSK-CF-OUT TO PRAVIEW-TOKEN-ACCESSO.
004780         MOVE "PRAVIEW"      TO CLONE-TAG.
004790         MOVE PRAVIEW-RECORD TO CLONE-PAYLOAD.
004800         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
004810 EX-ESTRAI-PRAVIEW-RIGA.
004820         EXIT.
004830*
004840 ESTRAI-PRAHIST.
004850         OPEN INPUT PRAHIST.
004860         IF STATUS-PRAHIST = "35"
004870             MOVE "PRAHIST" TO OPJ-FILE-NOME
004880             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
004890             GO TO EX-ESTRAI-PRAHIST
004900         END-IF.
004910         MOVE "PRAHIST" TO FILEH-NAME.
004920         MOVE STATUS-PRAHIST TO FILEH-STATUS.
004930         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
004940         SET OPJ-NOT-EOF TO TRUE.
004950         PERFORM ESTRAI-PRAHIST-RIGA
004960             THRU EX-ESTRAI-PRAHIST-RIGA
004970             UNTIL OPJ-EOF.
004980         CLOSE PRAHIST.
004990 EX-ESTRAI-PRAHIST.
005000         EXIT.
005010*
005020 ESTRAI-PRAHIST-RIGA.
005030         READ PRAHIST
005040             AT END
005050                 SET OPJ-EOF TO TRUE
005060                 GO TO EX-ESTRAI-PRAHIST-RIGA
005070         END-READ.
005080         MOVE PRAHIST-COMUNE-CODE      TO OPJ-VINC-COMUNE.
005090         MOVE PRAHIST-PRATICA-ID       TO OPJ-VINC-PRATICA.
005100         PERFORM CONTROLLA-VINCOLO
005110             THRU EX-CONTROLLA-VINCOLO.
005120         IF OPJ-VINC-ESCLUSA
005130             ADD 1 TO OPJ-RIGHE-ESCLUSE
005140             GO TO EX-ESTRAI-PRAHIST-RIGA
005150         END-IF.
005160         PERFORM MASCHERA-PRAHIST
005170             THRU EX-MASCHERA-PRAHIST.
005180         MOVE "PRAHIST" TO CLONE-TAG.
005190         MOVE PRAHIST-RECORD TO CLONE-PAYLOAD.
005200         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
005210 EX-ESTRAI-PRAHIST-RIGA.
005220         EXIT.
005230*
005240 MASCHERA-PRAHIST.
005250         MOVE PRAHIST-OLD-RICHIEDENTE TO MSK-NOME-IN.
005260         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
005270         MOVE MSK-NOME-OUT TO PRAHIST-OLD-RICHIEDENTE.
005280         MOVE PRAHIST-NEW-RICHIEDENTE TO MSK-NOME-IN.
005290         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
005300         MOVE MSK-NOME-OUT TO PRAHIST-NEW-RICHIEDENTE.
005310         MOVE PRAHIST-CODICE-FISCALE TO MSK-CF-IN.
005320         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
005330         MOVE MSK-CF-OUT TO PRAHIST-CODICE-FISCALE.
005340         MOVE PRAHIST-USERID TO MSK-USERID.
005350         PERFORM MASCHERA-USERID THRU EX-MASCHERA-USERID.
005360         MOVE MSK-USERID(1:30) TO PRAHIST-USERID.
005370 EX-MASCHERA-PRAHIST.
005380         EXIT.
005390*
005400 ESTRAI-PRATTACH.
005410         OPEN INPUT PRATTACH.
005420         IF STATUS-PRATTACH = "35"
005430             MOVE "PRATTACH" TO OPJ-FILE-NOME
005440             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
005450             GO TO EX-ESTRAI-PRATTACH
005460         END-IF.
005470         MOVE "PRATTACH" TO FILEH-NAME.
005480         MOVE STATUS-PRATTACH TO FILEH-STATUS.
005490         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
005500         SET OPJ-NOT-EOF TO TRUE.
005510         PERFORM ESTRAI-PRATTACH-RIGA
005520             THRU EX-ESTRAI-PRATTACH-RIGA
005530             UNTIL OPJ-EOF.
005540         CLOSE PRATTACH.
005550 EX-ESTRAI-PRATTACH.
005560         EXIT.
005570*
005580 ESTRAI-PRATTACH-RIGA.
005590         READ PRATTACH NEXT RECORD
005600             AT END
005610                 SET OPJ-EOF TO TRUE
005620                 GO TO EX-ESTRAI-PRATTACH-RIGA
005630         END-READ.
005640         MOVE PRATTACH-COMUNE-CODE     TO OPJ-VINC-COMUNE.
005650         MOVE PRATTACH-PRATICA-ID      TO OPJ-VINC-PRATICA.
005660         PERFORM CONTROLLA-VINCOLO
005670             THRU EX-CONTROLLA-VINCOLO.
005680         IF OPJ-VINC-ESCLUSA
005690             ADD 1 TO OPJ-RIGHE-ESCLUSE
005700             GO TO EX-ESTRAI-PRATTACH-RIGA
005710         END-IF.
005720         PERFORM MASCHERA-PRATTACH
005730             THRU EX-MASCHERA-PRATTACH.
005740         MOVE "PRATTACH" TO CLONE-TAG.
005750         MOVE PRATTACH-RECORD TO CLONE-PAYLOAD.
005760         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
005770 EX-ESTRAI-PRATTACH-RIGA.
005780         EXIT.
005790*
005800 MASCHERA-PRATTACH.
005810         MOVE PRATTACH-FIRMATARIO-CF TO MSK-CF-IN.
005820         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
005830         MOVE MSK-CF-OUT TO PRATTACH-FIRMATARIO-CF.
005840         MOVE "documento-di-prova.txt" TO PRATTACH-ORIGINAL-NAME.
005850         MOVE "text/plain"             TO PRATTACH-CONTENT-TYPE.
005860         MOVE SPACES                   TO PRATTACH-STORED-PATH.
005870         MOVE 0                        TO PRATTACH-CHECKSUM.
005880         MOVE 0                        TO PRATTACH-SCAN-BYTES.
005890 EX-MASCHERA-PRATTACH.
005900         EXIT.
005910*
005920 ESTRAI-OCRTEXT.
005930         OPEN INPUT OCRTEXT.
005940         IF STATUS-OCRTEXT = "35"
005950             MOVE "OCRTEXT" TO OPJ-FILE-NOME
005960             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
005970             GO TO EX-ESTRAI-OCRTEXT
005980         END-IF.
005990         MOVE "OCRTEXT" TO FILEH-NAME.
006000         MOVE STATUS-OCRTEXT TO FILEH-STATUS.
006010         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
006020         SET OPJ-NOT-EOF TO TRUE.
006030         PERFORM ESTRAI-OCRTEXT-RIGA
006040             THRU EX-ESTRAI-OCRTEXT-RIGA
006050             UNTIL OPJ-EOF.
006060         CLOSE OCRTEXT.
006070 EX-ESTRAI-OCRTEXT.
006080         EXIT.
006090*
006100 ESTRAI-OCRTEXT-RIGA.
006110         READ OCRTEXT NEXT RECORD
006120             AT END
006130                 SET OPJ-EOF TO TRUE
006140                 GO TO EX-ESTRAI-OCRTEXT-RIGA
006150         END-READ.
006160         MOVE OCRTEXT-COMUNE-CODE      TO OPJ-VINC-COMUNE.
006170         MOVE OCRTEXT-PRATICA-ID       TO OPJ-VINC-PRATICA.
006180         PERFORM CONTROLLA-VINCOLO
006190             THRU EX-CONTROLLA-VINCOLO.
006200         IF OPJ-VINC-ESCLUSA
006210             ADD 1 TO OPJ-RIGHE-ESCLUSE
006220             GO TO EX-ESTRAI-OCRTEXT-RIGA
006230         END-IF.
006240         PERFORM MASCHERA-OCRTEXT
006250             THRU EX-MASCHERA-OCRTEXT.
006260         MOVE "OCRTEXT" TO CLONE-TAG.
006270         MOVE OCRTEXT-RECORD TO CLONE-PAYLOAD.
006280         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
006290 EX-ESTRAI-OCRTEXT-RIGA.
006300         EXIT.
006310*
006320 MASCHERA-OCRTEXT.
006330         IF OCRTEXT-TESTO NOT = SPACES
006340             MOVE "TESTO NON RIPORTATO NELLA COPIA DI PROVA"
006350                 TO OCRTEXT-TESTO
006360             ADD 1 TO OPJ-TESTI-OSCURATI
006370         END-IF.
006380 EX-MASCHERA-OCRTEXT.
006390         EXIT.
006400*
006410 ESTRAI-PRAPAY.
006420         OPEN INPUT PRAPAY.
006430         IF STATUS-PRAPAY = "35"
006440             MOVE "PRAPAY" TO OPJ-FILE-NOME
006450             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
006460             GO TO EX-ESTRAI-PRAPAY
006470         END-IF.
006480         MOVE "PRAPAY" TO FILEH-NAME.
006490         MOVE STATUS-PRAPAY TO FILEH-STATUS.
006500         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
006510         SET OPJ-NOT-EOF TO TRUE.
006520         PERFORM ESTRAI-PRAPAY-RIGA
006530             THRU EX-ESTRAI-PRAPAY-RIGA
006540             UNTIL OPJ-EOF.
006550         CLOSE PRAPAY.
006560 EX-ESTRAI-PRAPAY.
006570         EXIT.
006580*
006590 ESTRAI-PRAPAY-RIGA.
006600         READ PRAPAY NEXT RECORD
006610             AT END
006620                 SET OPJ-EOF TO TRUE
006630                 GO TO EX-ESTRAI-PRAPAY-RIGA
006640         END-READ.
006650         MOVE PRAPAY-COMUNE-CODE       TO OPJ-VINC-COMUNE.
006660         MOVE PRAPAY-PRATICA-ID        TO OPJ-VINC-PRATICA.
006670         PERFORM CONTROLLA-VINCOLO
006680             THRU EX-CONTROLLA-VINCOLO.
006690         IF OPJ-VINC-ESCLUSA
006700             ADD 1 TO OPJ-RIGHE-ESCLUSE
006710             GO TO EX-ESTRAI-PRAPAY-RIGA
006720         END-IF.
006730         MOVE "PRAPAY" TO CLONE-TAG.
006740         MOVE PRAPAY-RECORD TO CLONE-PAYLOAD.
006750         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
006760 EX-ESTRAI-PRAPAY-RIGA.
006770         EXIT.
006780*
006790 ESTRAI-PRAINTEG.
006800         OPEN INPUT PRAINTEG.
006810         IF STATUS-PRAINTEG = "35"
006820             MOVE "PRAINTEG" TO OPJ-FILE-NOME
006830             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
006840             GO TO EX-ESTRAI-PRAINTEG
006850         END-IF.
006860         MOVE "PRAINTEG" TO FILEH-NAME.
006870         MOVE STATUS-PRAINTEG TO FILEH-STATUS.
006880         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
006890         SET OPJ-NOT-EOF TO TRUE.
006900         PERFORM ESTRAI-PRAINTEG-RIGA
006910             THRU EX-ESTRAI-PRAINTEG-RIGA
006920             UNTIL OPJ-EOF.
006930         CLOSE PRAINTEG.
006940 EX-ESTRAI-PRAINTEG.
006950         EXIT.
006960*
006970 ESTRAI-PRAINTEG-RIGA.
006980         READ PRAINTEG NEXT RECORD
006990             AT END
007000                 SET OPJ-EOF TO TRUE
007010                 GO TO EX-ESTRAI-PRAINTEG-RIGA
007020         END-READ.
007030         MOVE PRAINTEG-COMUNE-CODE     TO OPJ-VINC-COMUNE.
007040         MOVE PRAINTEG-PRATICA-ID      TO OPJ-VINC-PRATICA.
007050         PERFORM CONTROLLA-VINCOLO
007060             THRU EX-CONTROLLA-VINCOLO.
007070         IF OPJ-VINC-ESCLUSA
007080             ADD 1 TO OPJ-RIGHE-ESCLUSE
007090             GO TO EX-ESTRAI-PRAINTEG-RIGA
007100         END-IF.
007110         MOVE "PRAINTEG" TO CLONE-TAG.
007120         MOVE PRAINTEG-RECORD TO CLONE-PAYLOAD.
007130         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
007140 EX-ESTRAI-PRAINTEG-RIGA.
007150         EXIT.
007160*
007170 ESTRAI-PRACONF.
007180         OPEN INPUT PRACONF.
007190         IF STATUS-PRACONF = "35"
007200             MOVE "PRACONF" TO OPJ-FILE-NOME
007210             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
007220             GO TO EX-ESTRAI-PRACONF
007230         END-IF.
007240         MOVE "PRACONF" TO FILEH-NAME.
007250         MOVE STATUS-PRACONF TO FILEH-STATUS.
007260         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
007270         SET OPJ-NOT-EOF TO TRUE.
007280         PERFORM ESTRAI-PRACONF-RIGA
007290             THRU EX-ESTRAI-PRACONF-RIGA
007300             UNTIL OPJ-EOF.
007310         CLOSE PRACONF.
007320 EX-ESTRAI-PRACONF.
007330         EXIT.
007340*
007350 ESTRAI-PRACONF-RIGA.
007360         READ PRACONF NEXT RECORD
007370             AT END
007380                 SET OPJ-EOF TO TRUE
007390                 GO TO EX-ESTRAI-PRACONF-RIGA
007400         END-READ.
007410         MOVE PRACONF-COMUNE-CODE      TO OPJ-VINC-COMUNE.
007420         MOVE PRACONF-PRATICA-ID       TO OPJ-VINC-PRATICA.
007430         PERFORM CONTROLLA-VINCOLO
007440             THRU EX-CONTROLLA-VINCOLO.
007450         IF OPJ-VINC-ESCLUSA
007460             ADD 1 TO OPJ-RIGHE-ESCLUSE
007470             GO TO EX-ESTRAI-PRACONF-RIGA
007480         END-IF.
007490         MOVE "PRACONF" TO CLONE-TAG.
007500         MOVE PRACONF-RECORD TO CLONE-PAYLOAD.
007510         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
007520 EX-ESTRAI-PRACONF-RIGA.
007530         EXIT.
007540*
007550 ESTRAI-PRADELEG.
007560         OPEN INPUT PRADELEG.
007570         IF STATUS-PRADELEG = "35"
007580             MOVE "PRADELEG" TO OPJ-FILE-NOME
007590             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
007600             GO TO EX-ESTRAI-PRADELEG
007610         END-IF.
007620         MOVE "PRADELEG" TO FILEH-NAME.
007630         MOVE STATUS-PRADELEG TO FILEH-STATUS.
007640         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
007650         SET OPJ-NOT-EOF TO TRUE.
007660         PERFORM ESTRAI-PRADELEG-RIGA
007670             THRU EX-ESTRAI-PRADELEG-RIGA
007680             UNTIL OPJ-EOF.
007690         CLOSE PRADELEG.
007700 EX-ESTRAI-PRADELEG.
007710         EXIT.
007720*
007730 ESTRAI-PRADELEG-RIGA.
007740         READ PRADELEG NEXT RECORD
007750             AT END
007760                 SET OPJ-EOF TO TRUE
007770                 GO TO EX-ESTRAI-PRADELEG-RIGA
007780         END-READ.
007790         MOVE PRADELEG-COMUNE-CODE     TO OPJ-VINC-COMUNE.
007800         MOVE PRADELEG-PRATICA-ID      TO OPJ-VINC-PRATICA.
007810         PERFORM CONTROLLA-VINCOLO
007820             THRU EX-CONTROLLA-VINCOLO.
007830         IF OPJ-VINC-ESCLUSA
007840             ADD 1 TO OPJ-RIGHE-ESCLUSE
007850             GO TO EX-ESTRAI-PRADELEG-RIGA
007860         END-IF.
007870         PERFORM MASCHERA-PRADELEG
007880             THRU EX-MASCHERA-PRADELEG.
007890         MOVE "PRADELEG" TO CLONE-TAG.
007900         MOVE PRADELEG-RECORD TO CLONE-PAYLOAD.
007910         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
007920 EX-ESTRAI-PRADELEG-RIGA.
007930         EXIT.
007940*
007950 MASCHERA-PRADELEG.
007960         MOVE PRADELEG-CF-DELEGATO TO MSK-CF-IN.
007970         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
007980         MOVE MSK-CF-OUT TO PRADELEG-CF-DELEGATO.
007990         MOVE PRADELEG-CF-DELEGANTE TO MSK-CF-IN.
008000         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
008010         MOVE MSK-CF-OUT TO PRADELEG-CF-DELEGANTE.
008020 EX-MASCHERA-PRADELEG.
008030         EXIT.
008040*
008050 ESTRAI-PRARIMB.
008060         OPEN INPUT PRARIMB.
008070         IF STATUS-PRARIMB = "35"
008080             MOVE "PRARIMB" TO OPJ-FILE-NOME
008090             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
008100             GO TO EX-ESTRAI-PRARIMB
008110         END-IF.
008120         MOVE "PRARIMB" TO FILEH-NAME.
008130         MOVE STATUS-PRARIMB TO FILEH-STATUS.
008140         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
008150         SET OPJ-NOT-EOF TO TRUE.
008160         PERFORM ESTRAI-PRARIMB-RIGA
008170             THRU EX-ESTRAI-PRARIMB-RIGA
008180             UNTIL OPJ-EOF.
008190         CLOSE PRARIMB.
008200 EX-ESTRAI-PRARIMB.
008210         EXIT.
008220*
008230 ESTRAI-PRARIMB-RIGA.
008240         READ PRARIMB NEXT RECORD
008250             AT END
008260                 SET OPJ-EOF TO TRUE
008270                 GO TO EX-ESTRAI-PRARIMB-RIGA
008280         END-READ.
008290         MOVE PRARIMB-COMUNE-CODE      TO OPJ-VINC-COMUNE.
008300         MOVE PRARIMB-PRATICA-ID       TO OPJ-VINC-PRATICA.
008310         PERFORM CONTROLLA-VINCOLO
008320             THRU EX-CONTROLLA-VINCOLO.
008330         IF OPJ-VINC-ESCLUSA
008340             ADD 1 TO OPJ-RIGHE-ESCLUSE
008350             GO TO EX-ESTRAI-PRARIMB-RIGA
008360         END-IF.
008370         PERFORM MASCHERA-PRARIMB
008380             THRU EX-MASCHERA-PRARIMB.
008390         MOVE "PRARIMB" TO CLONE-TAG.
008400         MOVE PRARIMB-RECORD TO CLONE-PAYLOAD.
008410         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
008420 EX-ESTRAI-PRARIMB-RIGA.
008430         EXIT.
008440*
008450 MASCHERA-PRARIMB.
008460         MOVE PRARIMB-IBAN TO MSK-IBAN-IN.
008470         PERFORM MASCHERA-IBAN THRU EX-MASCHERA-IBAN.
008480         MOVE MSK-IBAN-OUT TO PRARIMB-IBAN.
008490 EX-MASCHERA-PRARIMB.
008500         EXIT.
008510*
008520 ESTRAI-PRACATAS.
008530         OPEN INPUT PRACATAS.
008540         IF STATUS-PRACATAS = "35"
008550             MOVE "PRACATAS" TO OPJ-FILE-NOME
008560             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
008570             GO TO EX-ESTRAI-PRACATAS
008580         END-IF.
008590         MOVE "PRACATAS" TO FILEH-NAME.
008600         MOVE STATUS-PRACATAS TO FILEH-STATUS.
008610         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
008620         SET OPJ-NOT-EOF TO TRUE.
008630         PERFORM ESTRAI-PRACATAS-RIGA
008640             THRU EX-ESTRAI-PRACATAS-RIGA
008650             UNTIL OPJ-EOF.
008660         CLOSE PRACATAS.
008670 EX-ESTRAI-PRACATAS.
008680         EXIT.
008690*
008700 ESTRAI-PRACATAS-RIGA.
008710         READ PRACATAS NEXT RECORD
008720             AT END
008730                 SET OPJ-EOF TO TRUE
008740                 GO TO EX-ESTRAI-PRACATAS-RIGA
008750         END-READ.
008760         MOVE PRACATAS-COMUNE-CODE     TO OPJ-VINC-COMUNE.
008770         MOVE PRACATAS-PRATICA-ID      TO OPJ-VINC-PRATICA.
008780         PERFORM CONTROLLA-VINCOLO
008790             THRU EX-CONTROLLA-VINCOLO.
008800         IF OPJ-VINC-ESCLUSA
008810             ADD 1 TO OPJ-RIGHE-ESCLUSE
008820             GO TO EX-ESTRAI-PRACATAS-RIGA
008830         END-IF.
008840         PERFORM MASCHERA-PRACATAS
008850             THRU EX-MASCHERA-PRACATAS.
008860         MOVE "PRACATAS" TO CLONE-TAG.
008870         MOVE PRACATAS-RECORD TO CLONE-PAYLOAD.
008880         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
008890 EX-ESTRAI-PRACATAS-RIGA.
008900         EXIT.
008910*
008920 MASCHERA-PRACATAS.
008930         MOVE PRACATAS-INDIRIZZO TO MSK-NOME-IN.
008940         PERFORM MASCHERA-INDIRIZZO
008950             THRU EX-MASCHERA-INDIRIZZO.
008960         MOVE MSK-NOME-OUT TO PRACATAS-INDIRIZZO.
008970 EX-MASCHERA-PRACATAS.
008980         EXIT.
008990*
009000 ESTRAI-PRALINK.
009010         OPEN INPUT PRALINK.
009020         IF STATUS-PRALINK = "35"
009030             MOVE "PRALINK" TO OPJ-FILE-NOME
009040             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
009050             GO TO EX-ESTRAI-PRALINK
009060         END-IF.
009070         MOVE "PRALINK" TO FILEH-NAME.
009080         MOVE STATUS-PRALINK TO FILEH-STATUS.
009090         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
009100         SET OPJ-NOT-EOF TO TRUE.
009110         PERFORM ESTRAI-PRALINK-RIGA
009120             THRU EX-ESTRAI-PRALINK-RIGA
009130             UNTIL OPJ-EOF.
009140         CLOSE PRALINK.
009150 EX-ESTRAI-PRALINK.
009160         EXIT.
009170*
009180 ESTRAI-PRALINK-RIGA.
009190         READ PRALINK NEXT RECORD
009200             AT END
009210                 SET OPJ-EOF TO TRUE
009220                 GO TO EX-ESTRAI-PRALINK-RIGA
009230         END-READ.
009240         MOVE PRALINK-COMUNE-CODE      TO OPJ-VINC-COMUNE.
009250         MOVE PRALINK-FIGLIA-ID        TO OPJ-VINC-PRATICA.
009260         PERFORM CONTROLLA-VINCOLO
009270             THRU EX-CONTROLLA-VINCOLO.
009280         IF OPJ-VINC-LIBERA
009290             MOVE PRALINK-PADRE-COMUNE    TO OPJ-VINC-COMUNE
009300             MOVE PRALINK-PADRE-ID        TO OPJ-VINC-PRATICA
009310             PERFORM CONTROLLA-VINCOLO
009320                 THRU EX-CONTROLLA-VINCOLO
009330         END-IF.
009340         IF OPJ-VINC-ESCLUSA
009350             ADD 1 TO OPJ-RIGHE-ESCLUSE
009360             GO TO EX-ESTRAI-PRALINK-RIGA
009370         END-IF.
009380         MOVE "PRALINK" TO CLONE-TAG.
009390         MOVE PRALINK-RECORD TO CLONE-PAYLOAD.
009400         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
009410 EX-ESTRAI-PRALINK-RIGA.
009420         EXIT.
009430*
009440 ESTRAI-PRASOPR.
009450         OPEN INPUT PRASOPR.
009460         IF STATUS-PRASOPR = "35"
009470             MOVE "PRASOPR" TO OPJ-FILE-NOME
009480             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
009490             GO TO EX-ESTRAI-PRASOPR
009500         END-IF.
009510         MOVE "PRASOPR" TO FILEH-NAME.
009520         MOVE STATUS-PRASOPR TO FILEH-STATUS.
009530         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
009540         SET OPJ-NOT-EOF TO TRUE.
009550         PERFORM ESTRAI-PRASOPR-RIGA
009560             THRU EX-ESTRAI-PRASOPR-RIGA
009570             UNTIL OPJ-EOF.
009580         CLOSE PRASOPR.
009590 EX-ESTRAI-PRASOPR.
009600         EXIT.
009610*
009620 ESTRAI-PRASOPR-RIGA.
009630         READ PRASOPR NEXT RECORD
009640             AT END
009650                 SET OPJ-EOF TO TRUE
009660                 GO TO EX-ESTRAI-PRASOPR-RIGA
009670         END-READ.
009680         MOVE PRASOPR-COMUNE-CODE      TO OPJ-VINC-COMUNE.
009690         MOVE PRASOPR-PRATICA-ID       TO OPJ-VINC-PRATICA.
009700         PERFORM CONTROLLA-VINCOLO
009710             THRU EX-CONTROLLA-VINCOLO.
009720         IF OPJ-VINC-ESCLUSA
009730             ADD 1 TO OPJ-RIGHE-ESCLUSE
009740             GO TO EX-ESTRAI-PRASOPR-RIGA
009750         END-IF.
009760         PERFORM MASCHERA-PRASOPR
009770             THRU EX-MASCHERA-PRASOPR.
009780         MOVE "PRASOPR" TO CLONE-TAG.
009790         MOVE PRASOPR-RECORD TO CLONE-PAYLOAD.
009800         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
009810 EX-ESTRAI-PRASOPR-RIGA.
009820         EXIT.
009830*
009840 MASCHERA-PRASOPR.
009850         IF PRASOPR-PARTECIPANTI NOT = SPACES
009860             MOVE "PARTECIPANTI NON RIPORTATI"
009870                 TO PRASOPR-PARTECIPANTI
009880             ADD 1 TO OPJ-TESTI-OSCURATI
009890         END-IF.
009900         IF PRASOPR-NOTE NOT = SPACES
009910             MOVE "NOTE DEL SOPRALLUOGO NON RIPORTATE"
009920                 TO PRASOPR-NOTE
009930             ADD 1 TO OPJ-TESTI-OSCURATI
009940         END-IF.
009950 EX-MASCHERA-PRASOPR.
009960         EXIT.
009970*
009980 ESTRAI-PRAPOSD.
009990         OPEN INPUT PRAPOSD.
010000         IF STATUS-PRAPOSD = "35"
010010             MOVE "PRAPOSD" TO OPJ-FILE-NOME
010020             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
010030             GO TO EX-ESTRAI-PRAPOSD
010040         END-IF.
010050         MOVE "PRAPOSD" TO FILEH-NAME.
010060         MOVE STATUS-PRAPOSD TO FILEH-STATUS.
010070         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
010080         SET OPJ-NOT-EOF TO TRUE.
010090         PERFORM ESTRAI-PRAPOSD-RIGA
010100             THRU EX-ESTRAI-PRAPOSD-RIGA
010110             UNTIL OPJ-EOF.
010120         CLOSE PRAPOSD.
010130 EX-ESTRAI-PRAPOSD.
010140         EXIT.
010150*
010160 ESTRAI-PRAPOSD-RIGA.
010170         READ PRAPOSD NEXT RECORD
010180             AT END
010190                 SET OPJ-EOF TO TRUE
010200                 GO TO EX-ESTRAI-PRAPOSD-RIGA
010210         END-READ.
010220         MOVE PRAPOSD-COMUNE-CODE      TO OPJ-VINC-COMUNE.
010230         MOVE PRAPOSD-PRATICA-ID       TO OPJ-VINC-PRATICA.
010240         PERFORM CONTROLLA-VINCOLO
010250             THRU EX-CONTROLLA-VINCOLO.
010260         IF OPJ-VINC-ESCLUSA
010270             ADD 1 TO OPJ-RIGHE-ESCLUSE
010280             GO TO EX-ESTRAI-PRAPOSD-RIGA
010290         END-IF.
010300         MOVE "PRAPOSD" TO CLONE-TAG.
010310         MOVE PRAPOSD-RECORD TO CLONE-PAYLOAD.
010320         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
010330 EX-ESTRAI-PRAPOSD-RIGA.
010340         EXIT.
010350*
010360 ESTRAI-PRARATE.
010370         OPEN INPUT PRARATE.
010380         IF STATUS-PRARATE = "35"
010390             MOVE "PRARATE" TO OPJ-FILE-NOME
010400             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
010410             GO TO EX-ESTRAI-PRARATE
010420         END-IF.
010430         MOVE "PRARATE" TO FILEH-NAME.
010440         MOVE STATUS-PRARATE TO FILEH-STATUS.
010450         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
010460         SET OPJ-NOT-EOF TO TRUE.
010470         PERFORM ESTRAI-PRARATE-RIGA
010480             THRU EX-ESTRAI-PRARATE-RIGA
010490             UNTIL OPJ-EOF.
010500         CLOSE PRARATE.
010510 EX-ESTRAI-PRARATE.
010520         EXIT.
010530*
010540 ESTRAI-PRARATE-RIGA.
010550         READ PRARATE NEXT RECORD
010560             AT END
010570                 SET OPJ-EOF TO TRUE
010580                 GO TO EX-ESTRAI-PRARATE-RIGA
010590         END-READ.
010600         MOVE PRARATE-COMUNE-CODE      TO OPJ-VINC-COMUNE.
010610         MOVE PRARATE-PRATICA-ID       TO OPJ-VINC-PRATICA.
010620         PERFORM CONTROLLA-VINCOLO
010630             THRU EX-CONTROLLA-VINCOLO.
010640         IF OPJ-VINC-ESCLUSA
010650             ADD 1 TO OPJ-RIGHE-ESCLUSE
010660             GO TO EX-ESTRAI-PRARATE-RIGA
010670         END-IF.
010680         MOVE "PRARATE" TO CLONE-TAG.
010690         MOVE PRARATE-RECORD TO CLONE-PAYLOAD.
010700         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
010710 EX-ESTRAI-PRARATE-RIGA.
010720         EXIT.
010730*
010740 ESTRAI-PRASOLL.
010750         OPEN INPUT PRASOLL.
010760         IF STATUS-PRASOLL = "35"
010770             MOVE "PRASOLL" TO OPJ-FILE-NOME
010780             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
010790             GO TO EX-ESTRAI-PRASOLL
010800         END-IF.
010810         MOVE "PRASOLL" TO FILEH-NAME.
010820         MOVE STATUS-PRASOLL TO FILEH-STATUS.
010830         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
010840         SET OPJ-NOT-EOF TO TRUE.
010850         PERFORM ESTRAI-PRASOLL-RIGA
010860             THRU EX-ESTRAI-PRASOLL-RIGA
010870             UNTIL OPJ-EOF.
010880         CLOSE PRASOLL.
010890 EX-ESTRAI-PRASOLL.
010900         EXIT.
010910*
010920 ESTRAI-PRASOLL-RIGA.
010930         READ PRASOLL NEXT RECORD
010940             AT END
010950                 SET OPJ-EOF TO TRUE
010960                 GO TO EX-ESTRAI-PRASOLL-RIGA
010970         END-READ.
010980         MOVE PRASOLL-COMUNE-CODE      TO OPJ-VINC-COMUNE.
010990         MOVE PRASOLL-PRATICA-ID       TO OPJ-VINC-PRATICA.
011000         PERFORM CONTROLLA-VINCOLO
011010             THRU EX-CONTROLLA-VINCOLO.
011020         IF OPJ-VINC-ESCLUSA
011030             ADD 1 TO OPJ-RIGHE-ESCLUSE
011040             GO TO EX-ESTRAI-PRASOLL-RIGA
011050         END-IF.
011060         MOVE "PRASOLL" TO CLONE-TAG.
011070         MOVE PRASOLL-RECORD TO CLONE-PAYLOAD.
011080         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
011090 EX-ESTRAI-PRASOLL-RIGA.
011100         EXIT.
011110*
011120 ESTRAI-PRANOTIF.
011130         OPEN INPUT PRANOTIF.
011140         IF STATUS-PRANOTIF = "35"
011150             MOVE "PRANOTIF" TO OPJ-FILE-NOME
011160             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
011170             GO TO EX-ESTRAI-PRANOTIF
011180         END-IF.
011190         MOVE "PRANOTIF" TO FILEH-NAME.
011200         MOVE STATUS-PRANOTIF TO FILEH-STATUS.
011210         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
011220         SET OPJ-NOT-EOF TO TRUE.
011230         PERFORM ESTRAI-PRANOTIF-RIGA
011240             THRU EX-ESTRAI-PRANOTIF-RIGA
011250             UNTIL OPJ-EOF.
011260         CLOSE PRANOTIF.
011270 EX-ESTRAI-PRANOTIF.
011280         EXIT.
011290*
011300 ESTRAI-PRANOTIF-RIGA.
011310         READ PRANOTIF NEXT RECORD
011320             AT END
011330                 SET OPJ-EOF TO TRUE
011340                 GO TO EX-ESTRAI-PRANOTIF-RIGA
011350         END-READ.
011360         MOVE PRANOTIF-COMUNE-CODE     TO OPJ-VINC-COMUNE.
011370         MOVE PRANOTIF-PRATICA-ID      TO OPJ-VINC-PRATICA.
011380         PERFORM CONTROLLA-VINCOLO
011390             THRU EX-CONTROLLA-VINCOLO.
011400         IF OPJ-VINC-ESCLUSA
011410             ADD 1 TO OPJ-RIGHE-ESCLUSE
011420             GO TO EX-ESTRAI-PRANOTIF-RIGA
011430         END-IF.
011440         PERFORM MASCHERA-PRANOTIF
011450             THRU EX-MASCHERA-PRANOTIF.
011460         MOVE "PRANOTIF" TO CLONE-TAG.
011470         MOVE PRANOTIF-RECORD TO CLONE-PAYLOAD.
011480         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
011490 EX-ESTRAI-PRANOTIF-RIGA.
011500         EXIT.
011510*
011520 MASCHERA-PRANOTIF.
011530         MOVE PRANOTIF-DESTINATARIO TO MSK-NOME-IN.
011540         PERFORM MASCHERA-RECAPITO THRU EX-MASCHERA-RECAPITO.
011550         MOVE MSK-NOME-OUT TO PRANOTIF-DESTINATARIO.
011560 EX-MASCHERA-PRANOTIF.
011570         EXIT.
011580*
011590 ESTRAI-PRAISTAT.
011600         OPEN INPUT PRAISTAT.
011610         IF STATUS-PRAISTAT = "35"
011620             MOVE "PRAISTAT" TO OPJ-FILE-NOME
011630             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
011640             GO TO EX-ESTRAI-PRAISTAT
011650         END-IF.
011660         MOVE "PRAISTAT" TO FILEH-NAME.
011670         MOVE STATUS-PRAISTAT TO FILEH-STATUS.
011680         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
011690         SET OPJ-NOT-EOF TO TRUE.
011700         PERFORM ESTRAI-PRAISTAT-RIGA
011710             THRU EX-ESTRAI-PRAISTAT-RIGA
011720             UNTIL OPJ-EOF.
011730         CLOSE PRAISTAT.
011740 EX-ESTRAI-PRAISTAT.
011750         EXIT.
011760*
011770 ESTRAI-PRAISTAT-RIGA.
011780         READ PRAISTAT NEXT RECORD
011790             AT END
011800                 SET OPJ-EOF TO TRUE
011810                 GO TO EX-ESTRAI-PRAISTAT-RIGA
011820         END-READ.
011830         MOVE PRAISTAT-COMUNE-CODE     TO OPJ-VINC-COMUNE.
011840         MOVE PRAISTAT-PRATICA-ID      TO OPJ-VINC-PRATICA.
011850         PERFORM CONTROLLA-VINCOLO
011860             THRU EX-CONTROLLA-VINCOLO.
011870         IF OPJ-VINC-ESCLUSA
011880             ADD 1 TO OPJ-RIGHE-ESCLUSE
011890             GO TO EX-ESTRAI-PRAISTAT-RIGA
011900         END-IF.
011910         MOVE "PRAISTAT" TO CLONE-TAG.
011920         MOVE PRAISTAT-RECORD TO CLONE-PAYLOAD.
011930         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
011940 EX-ESTRAI-PRAISTAT-RIGA.
011950         EXIT.
011960*
011970 ESTRAI-PRABOLLO.
011980         OPEN INPUT PRABOLLO.
011990         IF STATUS-PRABOLLO = "35"
012000             MOVE "PRABOLLO" TO OPJ-FILE-NOME
012010             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
012020             GO TO EX-ESTRAI-PRABOLLO
012030         END-IF.
012040         MOVE "PRABOLLO" TO FILEH-NAME.
012050         MOVE STATUS-PRABOLLO TO FILEH-STATUS.
012060         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
012070         SET OPJ-NOT-EOF TO TRUE.
012080         PERFORM ESTRAI-PRABOLLO-RIGA
012090             THRU EX-ESTRAI-PRABOLLO-RIGA
012100             UNTIL OPJ-EOF.
012110         CLOSE PRABOLLO.
012120 EX-ESTRAI-PRABOLLO.
012130         EXIT.
012140*
012150 ESTRAI-PRABOLLO-RIGA.
012160         READ PRABOLLO NEXT RECORD
012170             AT END
012180                 SET OPJ-EOF TO TRUE
012190                 GO TO EX-ESTRAI-PRABOLLO-RIGA
012200         END-READ.
012210         MOVE PRABOLLO-COMUNE-CODE     TO OPJ-VINC-COMUNE.
012220         MOVE PRABOLLO-PRATICA-ID      TO OPJ-VINC-PRATICA.
012230         PERFORM CONTROLLA-VINCOLO
012240             THRU EX-CONTROLLA-VINCOLO.
012250         IF OPJ-VINC-ESCLUSA
012260             ADD 1 TO OPJ-RIGHE-ESCLUSE
012270             GO TO EX-ESTRAI-PRABOLLO-RIGA
012280         END-IF.
012290         MOVE "PRABOLLO" TO CLONE-TAG.
012300         MOVE PRABOLLO-RECORD TO CLONE-PAYLOAD.
012310         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
012320 EX-ESTRAI-PRABOLLO-RIGA.
012330         EXIT.
012340*
012350 ESTRAI-PRAREG.
012360         OPEN INPUT PRAREG.
012370         IF STATUS-PRAREG = "35"
012380             MOVE "PRAREG" TO OPJ-FILE-NOME
012390             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
012400             GO TO EX-ESTRAI-PRAREG
012410         END-IF.
012420         MOVE "PRAREG" TO FILEH-NAME.
012430         MOVE STATUS-PRAREG TO FILEH-STATUS.
012440         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
012450         SET OPJ-NOT-EOF TO TRUE.
012460         PERFORM ESTRAI-PRAREG-RIGA
012470             THRU EX-ESTRAI-PRAREG-RIGA
012480             UNTIL OPJ-EOF.
012490         CLOSE PRAREG.
012500 EX-ESTRAI-PRAREG.
012510         EXIT.
012520*
012530 ESTRAI-PRAREG-RIGA.
012540         READ PRAREG NEXT RECORD
012550             AT END
012560                 SET OPJ-EOF TO TRUE
012570                 GO TO EX-ESTRAI-PRAREG-RIGA
012580         END-READ.
012590         MOVE PRAREG-COMUNE-CODE       TO OPJ-VINC-COMUNE.
012600         MOVE PRAREG-PRATICA-ID        TO OPJ-VINC-PRATICA.
012610         PERFORM CONTROLLA-VINCOLO
012620             THRU EX-CONTROLLA-VINCOLO.
012630         IF OPJ-VINC-ESCLUSA
012640             ADD 1 TO OPJ-RIGHE-ESCLUSE
012650             GO TO EX-ESTRAI-PRAREG-RIGA
012660         END-IF.
012670         PERFORM MASCHERA-PRAREG
012680             THRU EX-MASCHERA-PRAREG.
012690         MOVE "PRAREG" TO CLONE-TAG.
012700         MOVE PRAREG-RECORD TO CLONE-PAYLOAD.
012710         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
012720 EX-ESTRAI-PRAREG-RIGA.
012730         EXIT.
012740*
012750 MASCHERA-PRAREG.
012760         MOVE PRAREG-RICHIEDENTE TO MSK-NOME-IN.
012770         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
012780         MOVE MSK-NOME-OUT TO PRAREG-RICHIEDENTE.
012790 EX-MASCHERA-PRAREG.
012800         EXIT.
012810*
012820 ESTRAI-PRAPROVV.
012830         OPEN INPUT PRAPROVV.
012840         IF STATUS-PRAPROVV = "35"
012850             MOVE "PRAPROVV" TO OPJ-FILE-NOME
012860             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
012870             GO TO EX-ESTRAI-PRAPROVV
012880         END-IF.
012890         MOVE "PRAPROVV" TO FILEH-NAME.
012900         MOVE STATUS-PRAPROVV TO FILEH-STATUS.
012910         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
012920         SET OPJ-NOT-EOF TO TRUE.
012930         PERFORM ESTRAI-PRAPROVV-RIGA
012940             THRU EX-ESTRAI-PRAPROVV-RIGA
012950             UNTIL OPJ-EOF.
012960         CLOSE PRAPROVV.
012970 EX-ESTRAI-PRAPROVV.
012980         EXIT.
012990*
013000 ESTRAI-PRAPROVV-RIGA.
013010         READ PRAPROVV NEXT RECORD
013020             AT END
013030                 SET OPJ-EOF TO TRUE
013040                 GO TO EX-ESTRAI-PRAPROVV-RIGA
013050         END-READ.
013060         SET OPJ-VINC-LIBERA TO TRUE.
013070         IF NOT PRAPROVV-TESTATA-ROW
013080             MOVE PRAPROVV-PR-COMUNE       TO OPJ-VINC-COMUNE
013090             MOVE PRAPROVV-PRATICA-ID      TO OPJ-VINC-PRATICA
013100             PERFORM CONTROLLA-VINCOLO
013110                 THRU EX-CONTROLLA-VINCOLO
013120         END-IF.
013130         IF OPJ-VINC-ESCLUSA
013140             ADD 1 TO OPJ-RIGHE-ESCLUSE
013150             GO TO EX-ESTRAI-PRAPROVV-RIGA
013160         END-IF.
013170         PERFORM MASCHERA-PRAPROVV
013180             THRU EX-MASCHERA-PRAPROVV.
013190         MOVE "PRAPROVV" TO CLONE-TAG.
013200         MOVE PRAPROVV-RECORD TO CLONE-PAYLOAD.
013210         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
013220 EX-ESTRAI-PRAPROVV-RIGA.
013230         EXIT.
013240*
013250 MASCHERA-PRAPROVV.
013260         IF NOT PRAPROVV-TESTATA-ROW
013270             MOVE PRAPROVV-RICHIEDENTE TO MSK-NOME-IN
013280             PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME
013290             MOVE MSK-NOME-OUT TO PRAPROVV-RICHIEDENTE
013300         END-IF.
013310 EX-MASCHERA-PRAPROVV.
013320         EXIT.
013330*
013340 ESTRAI-PRARICEV.
013350         OPEN INPUT PRARICEV.
013360         IF STATUS-PRARICEV = "35"
013370             MOVE "PRARICEV" TO OPJ-FILE-NOME
013380             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
013390             GO TO EX-ESTRAI-PRARICEV
013400         END-IF.
013410         MOVE "PRARICEV" TO FILEH-NAME.
013420         MOVE STATUS-PRARICEV TO FILEH-STATUS.
013430         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
013440         SET OPJ-NOT-EOF TO TRUE.
013450         PERFORM ESTRAI-PRARICEV-RIGA
013460             THRU EX-ESTRAI-PRARICEV-RIGA
013470             UNTIL OPJ-EOF.
013480         CLOSE PRARICEV.
013490 EX-ESTRAI-PRARICEV.
013500         EXIT.
013510*
013520 ESTRAI-PRARICEV-RIGA.
013530         READ PRARICEV NEXT RECORD
013540             AT END
013550                 SET OPJ-EOF TO TRUE
013560                 GO TO EX-ESTRAI-PRARICEV-RIGA
013570         END-READ.
013580         SET OPJ-VINC-LIBERA TO TRUE.
013590         IF NOT PRARICEV-TESTATA-ROW
013600             MOVE PRARICEV-COMUNE-CODE     TO OPJ-VINC-COMUNE
013610             MOVE PRARICEV-PRATICA-ID      TO OPJ-VINC-PRATICA
013620             PERFORM CONTROLLA-VINCOLO
013630                 THRU EX-CONTROLLA-VINCOLO
013640         END-IF.
013650         IF OPJ-VINC-ESCLUSA
013660             ADD 1 TO OPJ-RIGHE-ESCLUSE
013670             GO TO EX-ESTRAI-PRARICEV-RIGA
013680         END-IF.
013690         MOVE "PRARICEV" TO CLONE-TAG.
013700         MOVE PRARICEV-RECORD TO CLONE-PAYLOAD.
013710         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
013720 EX-ESTRAI-PRARICEV-RIGA.
013730         EXIT.
013740*
013750 ESTRAI-PRAACCES.
013760         OPEN INPUT PRAACCES.
013770         IF STATUS-PRAACCES = "35"
013780             MOVE "PRAACCES" TO OPJ-FILE-NOME
013790             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
013800             GO TO EX-ESTRAI-PRAACCES
013810         END-IF.
013820         MOVE "PRAACCES" TO FILEH-NAME.
013830         MOVE STATUS-PRAACCES TO FILEH-STATUS.
013840         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
013850         SET OPJ-NOT-EOF TO TRUE.
013860         PERFORM ESTRAI-PRAACCES-RIGA
013870             THRU EX-ESTRAI-PRAACCES-RIGA
013880             UNTIL OPJ-EOF.
013890         CLOSE PRAACCES.
013900 EX-ESTRAI-PRAACCES.
013910         EXIT.
013920*
013930 ESTRAI-PRAACCES-RIGA.
013940         READ PRAACCES NEXT RECORD
013950             AT END
013960                 SET OPJ-EOF TO TRUE
013970                 GO TO EX-ESTRAI-PRAACCES-RIGA
013980         END-READ.
013990         SET OPJ-VINC-LIBERA TO TRUE.
014000         IF NOT PRAACCES-TESTATA-ROW
014010             MOVE PRAACCES-COMUNE-CODE     TO OPJ-VINC-COMUNE
014020             MOVE PRAACCES-PRATICA-ID      TO OPJ-VINC-PRATICA
014030             PERFORM CONTROLLA-VINCOLO
014040                 THRU EX-CONTROLLA-VINCOLO
014050         END-IF.
014060         IF OPJ-VINC-ESCLUSA
014070             ADD 1 TO OPJ-RIGHE-ESCLUSE
014080             GO TO EX-ESTRAI-PRAACCES-RIGA
014090         END-IF.
014100         PERFORM MASCHERA-PRAACCES
014110             THRU EX-MASCHERA-PRAACCES.
014120         MOVE "PRAACCES" TO CLONE-TAG.
014130         MOVE PRAACCES-RECORD TO CLONE-PAYLOAD.
014140         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
014150 EX-ESTRAI-PRAACCES-RIGA.
014160         EXIT.
014170*
014180 MASCHERA-PRAACCES.
014190         IF PRAACCES-TESTATA-ROW
014200             GO TO EX-MASCHERA-PRAACCES
014210         END-IF.
014220         MOVE PRAACCES-RICHIEDENTE TO MSK-NOME-IN.
014230         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
014240         MOVE MSK-NOME-OUT TO PRAACCES-RICHIEDENTE.
014250         MOVE PRAACCES-CF-RICHIEDENTE TO MSK-CF-IN.
014260         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
014270         MOVE MSK-CF-OUT TO PRAACCES-CF-RICHIEDENTE.
014280         MOVE PRAACCES-RECAPITO TO MSK-NOME-IN.
014290         PERFORM MASCHERA-RECAPITO THRU EX-MASCHERA-RECAPITO.
014300         MOVE MSK-NOME-OUT TO PRAACCES-RECAPITO.
014310         MOVE PRAACCES-TOKEN TO MSK-CF-IN.
014320         PERFORM MASCHERA-CODICE THRU EX-MASCHERA-CODICE.
014330         MOVE MSK-CF-OUT TO PRAACCES-TOKEN.
014340         IF PRAACCES-INTERESSE NOT = SPACES
014350             MOVE "MOTIVO DELL INTERESSE NON RIPORTATO"
014360                 TO PRAACCES-INTERESSE
014370             ADD 1 TO OPJ-TESTI-OSCURATI
014380         END-IF.
014390         IF PRAACCES-NOTE-OPPOSIZ NOT = SPACES
014400             MOVE "OPPOSIZIONE NON RIPORTATA"
014410                 TO PRAACCES-NOTE-OPPOSIZ
014420             ADD 1 TO OPJ-TESTI-OSCURATI
014430         END-IF.
014440 EX-MASCHERA-PRAACCES.
014450         EXIT.
014460*
014470 ESTRAI-PRACONS.
014480         OPEN INPUT PRACONS.
014490         IF STATUS-PRACONS = "35"
014500             MOVE "PRACONS" TO OPJ-FILE-NOME
014510             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
014520             GO TO EX-ESTRAI-PRACONS
014530         END-IF.
014540         MOVE "PRACONS" TO FILEH-NAME.
014550         MOVE STATUS-PRACONS TO FILEH-STATUS.
014560         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
014570         SET OPJ-NOT-EOF TO TRUE.
014580         PERFORM ESTRAI-PRACONS-RIGA
014590             THRU EX-ESTRAI-PRACONS-RIGA
014600             UNTIL OPJ-EOF.
014610         CLOSE PRACONS.
014620 EX-ESTRAI-PRACONS.
014630         EXIT.
014640*
014650 ESTRAI-PRACONS-RIGA.
014660         READ PRACONS NEXT RECORD
014670             AT END
014680                 SET OPJ-EOF TO TRUE
014690                 GO TO EX-ESTRAI-PRACONS-RIGA
014700         END-READ.
014710         SET OPJ-VINC-LIBERA TO TRUE.
014720         IF PRACONS-PRATICA
014730             MOVE PRACONS-COMUNE-CODE      TO OPJ-VINC-COMUNE
014740             MOVE PRACONS-RIFERIMENTO      TO OPJ-VINC-PRATICA
014750             PERFORM CONTROLLA-VINCOLO
014760                 THRU EX-CONTROLLA-VINCOLO
014770         END-IF.
014780         IF OPJ-VINC-ESCLUSA
014790             ADD 1 TO OPJ-RIGHE-ESCLUSE
014800             GO TO EX-ESTRAI-PRACONS-RIGA
014810         END-IF.
014820         MOVE "PRACONS" TO CLONE-TAG.
014830         MOVE PRACONS-RECORD TO CLONE-PAYLOAD.
014840         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
014850 EX-ESTRAI-PRACONS-RIGA.
014860         EXIT.
014870*
014880 ESTRAI-PRATAB.
014890         OPEN INPUT PRATAB.
014900         IF STATUS-PRATAB = "35"
014910             MOVE "PRATAB" TO OPJ-FILE-NOME
014920             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
014930             GO TO EX-ESTRAI-PRATAB
014940         END-IF.
014950         MOVE "PRATAB" TO FILEH-NAME.
014960         MOVE STATUS-PRATAB TO FILEH-STATUS.
014970         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
014980         SET OPJ-NOT-EOF TO TRUE.
014990         PERFORM ESTRAI-PRATAB-RIGA
015000             THRU EX-ESTRAI-PRATAB-RIGA
015010             UNTIL OPJ-EOF.
015020         CLOSE PRATAB.
015030 EX-ESTRAI-PRATAB.
015040         EXIT.
015050*
015060 ESTRAI-PRATAB-RIGA.
015070         READ PRATAB NEXT RECORD
015080             AT END
015090                 SET OPJ-EOF TO TRUE
015100                 GO TO EX-ESTRAI-PRATAB-RIGA
015110         END-READ.
015120         MOVE "PRATAB" TO CLONE-TAG.
015130         MOVE PRATAB-RECORD TO CLONE-PAYLOAD.
015140         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
015150 EX-ESTRAI-PRATAB-RIGA.
015160         EXIT.
015170*
015180 ESTRAI-CONFIGTAB.
015190         OPEN INPUT CONFIGTAB.
015200         IF STATUS-CONFIGTAB = "35"
015210             MOVE "CONFIGTAB" TO OPJ-FILE-NOME
015220             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
015230             GO TO EX-ESTRAI-CONFIGTAB
015240         END-IF.
015250         MOVE "CONFIGTAB" TO FILEH-NAME.
015260         MOVE STATUS-CONFIGTAB TO FILEH-STATUS.
015270         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
015280         SET OPJ-NOT-EOF TO TRUE.
015290         PERFORM ESTRAI-CONFIGTAB-RIGA
015300             THRU EX-ESTRAI-CONFIGTAB-RIGA
015310             UNTIL OPJ-EOF.
015320         CLOSE CONFIGTAB.
015330 EX-ESTRAI-CONFIGTAB.
015340         EXIT.
015350*
015360 ESTRAI-CONFIGTAB-RIGA.
015370         READ CONFIGTAB NEXT RECORD
015380             AT END
015390                 SET OPJ-EOF TO TRUE
015400                 GO TO EX-ESTRAI-CONFIGTAB-RIGA
015410         END-READ.
015420         IF CONFIGTAB-NAME(1:6) = "CLONE-"
015430             GO TO EX-ESTRAI-CONFIGTAB-RIGA
015440         END-IF.
015450         MOVE "CONFIGTAB" TO CLONE-TAG.
015460         MOVE CONFIGTAB-RECORD TO CLONE-PAYLOAD.
015470         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
015480 EX-ESTRAI-CONFIGTAB-RIGA.
015490         EXIT.
015500*
015510 ESTRAI-PRACAL.
015520         OPEN INPUT PRACAL.
015530         IF STATUS-PRACAL = "35"
015540             MOVE "PRACAL" TO OPJ-FILE-NOME
015550             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
015560             GO TO EX-ESTRAI-PRACAL
015570         END-IF.
015580         MOVE "PRACAL" TO FILEH-NAME.
015590         MOVE STATUS-PRACAL TO FILEH-STATUS.
015600         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
015610         SET OPJ-NOT-EOF TO TRUE.
015620         PERFORM ESTRAI-PRACAL-RIGA
015630             THRU EX-ESTRAI-PRACAL-RIGA
015640             UNTIL OPJ-EOF.
015650         CLOSE PRACAL.
015660 EX-ESTRAI-PRACAL.
015670         EXIT.
015680*
015690 ESTRAI-PRACAL-RIGA.
015700         READ PRACAL NEXT RECORD
015710             AT END
015720                 SET OPJ-EOF TO TRUE
015730                 GO TO EX-ESTRAI-PRACAL-RIGA
015740         END-READ.
015750         MOVE "PRACAL" TO CLONE-TAG.
015760         MOVE PRACAL-RECORD TO CLONE-PAYLOAD.
015770         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
015780 EX-ESTRAI-PRACAL-RIGA.
015790         EXIT.
015800*
015810 ESTRAI-PRAPROT.
015820         OPEN INPUT PRAPROT.
015830         IF STATUS-PRAPROT = "35"
015840             MOVE "PRAPROT" TO OPJ-FILE-NOME
015850             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
015860             GO TO EX-ESTRAI-PRAPROT
015870         END-IF.
015880         MOVE "PRAPROT" TO FILEH-NAME.
015890         MOVE STATUS-PRAPROT TO FILEH-STATUS.
015900         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
015910         SET OPJ-NOT-EOF TO TRUE.
015920         PERFORM ESTRAI-PRAPROT-RIGA
015930             THRU EX-ESTRAI-PRAPROT-RIGA
015940             UNTIL OPJ-EOF.
015950         CLOSE PRAPROT.
015960 EX-ESTRAI-PRAPROT.
015970         EXIT.
015980*
015990 ESTRAI-PRAPROT-RIGA.
016000         READ PRAPROT NEXT RECORD
016010             AT END
016020                 SET OPJ-EOF TO TRUE
016030                 GO TO EX-ESTRAI-PRAPROT-RIGA
016040         END-READ.
016050         MOVE "PRAPROT" TO CLONE-TAG.
016060         MOVE PRAPROT-RECORD TO CLONE-PAYLOAD.
016070         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
016080 EX-ESTRAI-PRAPROT-RIGA.
016090         EXIT.
016100*
016110 ESTRAI-PRACAPI.
016120         OPEN INPUT PRACAPI.
016130         IF STATUS-PRACAPI = "35"
016140             MOVE "PRACAPI" TO OPJ-FILE-NOME
016150             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
016160             GO TO EX-ESTRAI-PRACAPI
016170         END-IF.
016180         MOVE "PRACAPI" TO FILEH-NAME.
016190         MOVE STATUS-PRACAPI TO FILEH-STATUS.
016200         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
016210         SET OPJ-NOT-EOF TO TRUE.
016220         PERFORM ESTRAI-PRACAPI-RIGA
016230             THRU EX-ESTRAI-PRACAPI-RIGA
016240             UNTIL OPJ-EOF.
016250         CLOSE PRACAPI.
016260 EX-ESTRAI-PRACAPI.
016270         EXIT.
016280*
016290 ESTRAI-PRACAPI-RIGA.
016300         READ PRACAPI NEXT RECORD
016310             AT END
016320                 SET OPJ-EOF TO TRUE
016330                 GO TO EX-ESTRAI-PRACAPI-RIGA
016340         END-READ.
016350         MOVE "PRACAPI" TO CLONE-TAG.
016360         MOVE PRACAPI-RECORD TO CLONE-PAYLOAD.
016370         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
016380 EX-ESTRAI-PRACAPI-RIGA.
016390         EXIT.
016400*
016410 ESTRAI-PRAMODPR.
016420         OPEN INPUT PRAMODPR.
016430         IF STATUS-PRAMODPR = "35"
016440             MOVE "PRAMODPR" TO OPJ-FILE-NOME
016450             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
016460             GO TO EX-ESTRAI-PRAMODPR
016470         END-IF.
016480         MOVE "PRAMODPR" TO FILEH-NAME.
016490         MOVE STATUS-PRAMODPR TO FILEH-STATUS.
016500         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
016510         SET OPJ-NOT-EOF TO TRUE.
016520         PERFORM ESTRAI-PRAMODPR-RIGA
016530             THRU EX-ESTRAI-PRAMODPR-RIGA
016540             UNTIL OPJ-EOF.
016550         CLOSE PRAMODPR.
016560 EX-ESTRAI-PRAMODPR.
016570         EXIT.
016580*
016590 ESTRAI-PRAMODPR-RIGA.
016600         READ PRAMODPR NEXT RECORD
016610             AT END
016620                 SET OPJ-EOF TO TRUE
016630                 GO TO EX-ESTRAI-PRAMODPR-RIGA
016640         END-READ.
016650         MOVE "PRAMODPR" TO CLONE-TAG.
016660         MOVE PRAMODPR-RECORD TO CLONE-PAYLOAD.
016670         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
016680 EX-ESTRAI-PRAMODPR-RIGA.
016690         EXIT.
016700*
016710 ESTRAI-MODPROVV.
016720         OPEN INPUT MODPROVV.
016730         IF STATUS-MODPROVV = "35"
016740             MOVE "MODPROVV" TO OPJ-FILE-NOME
016750             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
016760             GO TO EX-ESTRAI-MODPROVV
016770         END-IF.
016780         MOVE "MODPROVV" TO FILEH-NAME.
016790         MOVE STATUS-MODPROVV TO FILEH-STATUS.
016800         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
016810         SET OPJ-NOT-EOF TO TRUE.
016820         PERFORM ESTRAI-MODPROVV-RIGA
016830             THRU EX-ESTRAI-MODPROVV-RIGA
016840             UNTIL OPJ-EOF.
016850         CLOSE MODPROVV.
016860 EX-ESTRAI-MODPROVV.
016870         EXIT.
016880*
016890 ESTRAI-MODPROVV-RIGA.
016900         READ MODPROVV
016910             AT END
016920                 SET OPJ-EOF TO TRUE
016930                 GO TO EX-ESTRAI-MODPROVV-RIGA
016940         END-READ.
016950         MOVE "MODPROVV" TO CLONE-TAG.
016960         MOVE MODPROVV-RECORD TO CLONE-PAYLOAD.
016970         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
016980 EX-ESTRAI-MODPROVV-RIGA.
016990         EXIT.
017000*
017010 ESTRAI-PRACASSA.
017020         OPEN INPUT PRACASSA.
017030         IF STATUS-PRACASSA = "35"
017040             MOVE "PRACASSA" TO OPJ-FILE-NOME
017050             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
017060             GO TO EX-ESTRAI-PRACASSA
017070         END-IF.
017080         MOVE "PRACASSA" TO FILEH-NAME.
017090         MOVE STATUS-PRACASSA TO FILEH-STATUS.
017100         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
017110         SET OPJ-NOT-EOF TO TRUE.
017120         PERFORM ESTRAI-PRACASSA-RIGA
017130             THRU EX-ESTRAI-PRACASSA-RIGA
017140             UNTIL OPJ-EOF.
017150         CLOSE PRACASSA.
017160 EX-ESTRAI-PRACASSA.
017170         EXIT.
017180*
017190 ESTRAI-PRACASSA-RIGA.
017200         READ PRACASSA NEXT RECORD
017210             AT END
017220                 SET OPJ-EOF TO TRUE
017230                 GO TO EX-ESTRAI-PRACASSA-RIGA
017240         END-READ.
017250         MOVE "PRACASSA" TO CLONE-TAG.
017260         MOVE PRACASSA-RECORD TO CLONE-PAYLOAD.
017270         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
017280 EX-ESTRAI-PRACASSA-RIGA.
017290         EXIT.
017300*
017310 ESTRAI-CFGSTAGE.
017320         OPEN INPUT CFGSTAGE.
017330         IF STATUS-CFGSTAGE = "35"
017340             MOVE "CFGSTAGE" TO OPJ-FILE-NOME
017350             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
017360             GO TO EX-ESTRAI-CFGSTAGE
017370         END-IF.
017380         MOVE "CFGSTAGE" TO FILEH-NAME.
017390         MOVE STATUS-CFGSTAGE TO FILEH-STATUS.
017400         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
017410         SET OPJ-NOT-EOF TO TRUE.
017420         PERFORM ESTRAI-CFGSTAGE-RIGA
017430             THRU EX-ESTRAI-CFGSTAGE-RIGA
017440             UNTIL OPJ-EOF.
017450         CLOSE CFGSTAGE.
017460 EX-ESTRAI-CFGSTAGE.
017470         EXIT.
017480*
017490 ESTRAI-CFGSTAGE-RIGA.
017500         READ CFGSTAGE NEXT RECORD
017510             AT END
017520                 SET OPJ-EOF TO TRUE
017530                 GO TO EX-ESTRAI-CFGSTAGE-RIGA
017540         END-READ.
017550         IF CFGSTAGE-NAME(1:6) = "CLONE-"
017560             GO TO EX-ESTRAI-CFGSTAGE-RIGA
017570         END-IF.
017580         MOVE "CFGSTAGE" TO CLONE-TAG.
017590         MOVE CFGSTAGE-RECORD TO CLONE-PAYLOAD.
017600         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
017610 EX-ESTRAI-CFGSTAGE-RIGA.
017620         EXIT.
017630*
017640 ESTRAI-CFGAPPR.
017650         OPEN INPUT CFGAPPR.
017660         IF STATUS-CFGAPPR = "35"
017670             MOVE "CFGAPPR" TO OPJ-FILE-NOME
017680             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
017690             GO TO EX-ESTRAI-CFGAPPR
017700         END-IF.
017710         MOVE "CFGAPPR" TO FILEH-NAME.
017720         MOVE STATUS-CFGAPPR TO FILEH-STATUS.
017730         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
017740         SET OPJ-NOT-EOF TO TRUE.
017750         PERFORM ESTRAI-CFGAPPR-RIGA
017760             THRU EX-ESTRAI-CFGAPPR-RIGA
017770             UNTIL OPJ-EOF.
017780         CLOSE CFGAPPR.
017790 EX-ESTRAI-CFGAPPR.
017800         EXIT.
017810*
017820 ESTRAI-CFGAPPR-RIGA.
017830         READ CFGAPPR
017840             AT END
017850                 SET OPJ-EOF TO TRUE
017860                 GO TO EX-ESTRAI-CFGAPPR-RIGA
017870         END-READ.
017880         IF CFGAP-NAME(1:6) = "CLONE-"
017890             GO TO EX-ESTRAI-CFGAPPR-RIGA
017900         END-IF.
017910         MOVE "CFGAPPR" TO CLONE-TAG.
017920         MOVE CFGAPPR-RECORD TO CLONE-PAYLOAD.
017930         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
017940 EX-ESTRAI-CFGAPPR-RIGA.
017950         EXIT.
017960*
017970 ESTRAI-RAGCTRL.
017980         OPEN INPUT RAGCTRL.
017990         IF STATUS-RAGCTRL = "35"
018000             MOVE "RAGCTRL" TO OPJ-FILE-NOME
018010             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
018020             GO TO EX-ESTRAI-RAGCTRL
018030         END-IF.
018040         MOVE "RAGCTRL" TO FILEH-NAME.
018050         MOVE STATUS-RAGCTRL TO FILEH-STATUS.
018060         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
018070         SET OPJ-NOT-EOF TO TRUE.
018080         PERFORM ESTRAI-RAGCTRL-RIGA
018090             THRU EX-ESTRAI-RAGCTRL-RIGA
018100             UNTIL OPJ-EOF.
018110         CLOSE RAGCTRL.
018120 EX-ESTRAI-RAGCTRL.
018130         EXIT.
018140*
018150 ESTRAI-RAGCTRL-RIGA.
018160         READ RAGCTRL NEXT RECORD
018170             AT END
018180                 SET OPJ-EOF TO TRUE
018190                 GO TO EX-ESTRAI-RAGCTRL-RIGA
018200         END-READ.
018210         MOVE "RAGCTRL" TO CLONE-TAG.
018220         MOVE RAGCTRL-RECORD TO CLONE-PAYLOAD.
018230         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
018240 EX-ESTRAI-RAGCTRL-RIGA.
018250         EXIT.
018260*
018270 ESTRAI-PRAUTEN.
018280         OPEN INPUT PRAUTEN.
018290         IF STATUS-PRAUTEN = "35"
018300             MOVE "PRAUTEN" TO OPJ-FILE-NOME
018310             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
018320             GO TO EX-ESTRAI-PRAUTEN
018330         END-IF.
018340         MOVE "PRAUTEN" TO FILEH-NAME.
018350         MOVE STATUS-PRAUTEN TO FILEH-STATUS.
018360         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
018370         SET OPJ-NOT-EOF TO TRUE.
018380         PERFORM ESTRAI-PRAUTEN-RIGA
018390             THRU EX-ESTRAI-PRAUTEN-RIGA
018400             UNTIL OPJ-EOF.
018410         CLOSE PRAUTEN.
018420 EX-ESTRAI-PRAUTEN.
018430         EXIT.
018440*
018450 ESTRAI-PRAUTEN-RIGA.
018460         READ PRAUTEN NEXT RECORD
018470             AT END
018480                 SET OPJ-EOF TO TRUE
018490                 GO TO EX-ESTRAI-PRAUTEN-RIGA
018500         END-READ.
018510         PERFORM MASCHERA-PRAUTEN
018520             THRU EX-MASCHERA-PRAUTEN.
018530         MOVE "PRAUTEN" TO CLONE-TAG.
018540         MOVE PRAUTEN-RECORD TO CLONE-PAYLOAD.
018550         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
018560 EX-ESTRAI-PRAUTEN-RIGA.
018570         EXIT.
018580*
018590 MASCHERA-PRAUTEN.
018600         IF NOT PRAUTEN-CITTADINO
018610             GO TO EX-MASCHERA-PRAUTEN
018620         END-IF.
018630         MOVE PRAUTEN-USERID TO MSK-USERID.
018640         PERFORM MASCHERA-USERID THRU EX-MASCHERA-USERID.
018650         MOVE MSK-USERID(1:90) TO PRAUTEN-USERID.
018660         MOVE PRAUTEN-NOMINATIVO TO MSK-NOME-IN.
018670         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
018680         MOVE MSK-NOME-OUT TO PRAUTEN-NOMINATIVO.
018690 EX-MASCHERA-PRAUTEN.
018700         EXIT.
018710*
018720 ESTRAI-PRAANPR.
018730         OPEN INPUT PRAANPR.
018740         IF STATUS-PRAANPR = "35"
018750             MOVE "PRAANPR" TO OPJ-FILE-NOME
018760             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
018770             GO TO EX-ESTRAI-PRAANPR
018780         END-IF.
018790         MOVE "PRAANPR" TO FILEH-NAME.
018800         MOVE STATUS-PRAANPR TO FILEH-STATUS.
018810         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
018820         SET OPJ-NOT-EOF TO TRUE.
018830         PERFORM ESTRAI-PRAANPR-RIGA
018840             THRU EX-ESTRAI-PRAANPR-RIGA
018850             UNTIL OPJ-EOF.
018860         CLOSE PRAANPR.
018870 EX-ESTRAI-PRAANPR.
018880         EXIT.
018890*
018900 ESTRAI-PRAANPR-RIGA.
018910         READ PRAANPR NEXT RECORD
018920             AT END
018930                 SET OPJ-EOF TO TRUE
018940                 GO TO EX-ESTRAI-PRAANPR-RIGA
018950         END-READ.
018960         PERFORM MASCHERA-PRAANPR
018970             THRU EX-MASCHERA-PRAANPR.
018980         MOVE "PRAANPR" TO CLONE-TAG.
018990         MOVE PRAANPR-RECORD TO CLONE-PAYLOAD.
019000         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
019010 EX-ESTRAI-PRAANPR-RIGA.
019020         EXIT.
019030*
019040 MASCHERA-PRAANPR.
019050         MOVE PRAANPR-CODICE-FISCALE TO MSK-CF-IN.
019060         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
019070         MOVE MSK-CF-OUT TO PRAANPR-CODICE-FISCALE.
019080         MOVE SPACES TO MSK-NOME-IN.
019090         STRING PRAANPR-COGNOME   DELIMITED BY "  "
019100                " "               DELIMITED BY SIZE
019110                PRAANPR-NOME      DELIMITED BY "  "
019120             INTO MSK-NOME-IN
019130         END-STRING.
019140         PERFORM MASCHERA-NOME THRU EX-MASCHERA-NOME.
019150         MOVE MSK-COGNOME-OUT TO PRAANPR-COGNOME.
019160         MOVE MSK-PRENOME-OUT TO PRAANPR-NOME.
019170 EX-MASCHERA-PRAANPR.
019180         EXIT.
019190*
019200 ESTRAI-AUDITLOG.
019210         OPEN INPUT AUDITLOG.
019220         IF STATUS-AUDITLOG = "35"
019230             MOVE "AUDITLOG" TO OPJ-FILE-NOME
019240             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
019250             GO TO EX-ESTRAI-AUDITLOG
019260         END-IF.
019270         MOVE "AUDITLOG" TO FILEH-NAME.
019280         MOVE STATUS-AUDITLOG TO FILEH-STATUS.
019290         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
019300         SET OPJ-NOT-EOF TO TRUE.
019310         PERFORM ESTRAI-AUDITLOG-RIGA
019320             THRU EX-ESTRAI-AUDITLOG-RIGA
019330             UNTIL OPJ-EOF.
019340         CLOSE AUDITLOG.
019350 EX-ESTRAI-AUDITLOG.
019360         EXIT.
019370*
019380 ESTRAI-AUDITLOG-RIGA.
019390         READ AUDITLOG
019400             AT END
019410                 SET OPJ-EOF TO TRUE
019420                 GO TO EX-ESTRAI-AUDITLOG-RIGA
019430         END-READ.
019440         PERFORM MASCHERA-AUDITLOG
019450             THRU EX-MASCHERA-AUDITLOG.
019460         MOVE "AUDITLOG" TO CLONE-TAG.
019470         MOVE AUDITLOG-RECORD TO CLONE-PAYLOAD.
019480         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
019490 EX-ESTRAI-AUDITLOG-RIGA.
019500         EXIT.
019510*
019520 MASCHERA-AUDITLOG.
019530         MOVE AUDIT-USERID TO MSK-USERID.
019540         PERFORM MASCHERA-USERID THRU EX-MASCHERA-USERID.
019550         MOVE MSK-USERID(1:90) TO AUDIT-USERID.
019560         IF AUDIT-IP-ADDRESS NOT = SPACES
019570             MOVE "127.0.0.1" TO AUDIT-IP-ADDRESS
019580         END-IF.
019590         MOVE AUDIT-DETTAGLIO TO MSK-TESTO.
019600         MOVE 132 TO MSK-TESTO-LEN.
019610         PERFORM MASCHERA-TESTO THRU EX-MASCHERA-TESTO.
019620         MOVE MSK-TESTO(1:132) TO AUDIT-DETTAGLIO.
019630 EX-MASCHERA-AUDITLOG.
019640         EXIT.
019650*
019660 ESTRAI-TRACELOG.
019670         OPEN INPUT TRACELOG.
019680         IF STATUS-TRACELOG = "35"
019690             MOVE "TRACELOG" TO OPJ-FILE-NOME
019700             PERFORM SEGNALA-ASSENTE THRU EX-SEGNALA-ASSENTE
019710             GO TO EX-ESTRAI-TRACELOG
019720         END-IF.
019730         MOVE "TRACELOG" TO FILEH-NAME.
019740         MOVE STATUS-TRACELOG TO FILEH-STATUS.
019750         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
019760         SET OPJ-NOT-EOF TO TRUE.
019770         PERFORM ESTRAI-TRACELOG-RIGA
019780             THRU EX-ESTRAI-TRACELOG-RIGA
019790             UNTIL OPJ-EOF.
019800         CLOSE TRACELOG.
019810 EX-ESTRAI-TRACELOG.
019820         EXIT.
019830*
019840 ESTRAI-TRACELOG-RIGA.
019850         READ TRACELOG
019860             AT END
019870                 SET OPJ-EOF TO TRUE
019880                 GO TO EX-ESTRAI-TRACELOG-RIGA
019890         END-READ.
019900         PERFORM MASCHERA-TRACELOG
019910             THRU EX-MASCHERA-TRACELOG.
019920         MOVE "TRACELOG" TO CLONE-TAG.
019930         MOVE TRACELOG-RECORD TO CLONE-PAYLOAD.
019940         PERFORM SCRIVI-PACCHETTO THRU EX-SCRIVI-PACCHETTO.
019950 EX-ESTRAI-TRACELOG-RIGA.
019960         EXIT.
019970*
019980 MASCHERA-TRACELOG.
019990         MOVE TRACE-MESSAGE TO MSK-TESTO.
020000         MOVE 80 TO MSK-TESTO-LEN.
020010         PERFORM MASCHERA-TESTO THRU EX-MASCHERA-TESTO.
020020         MOVE MSK-TESTO(1:80) TO TRACE-MESSAGE.
020030 EX-MASCHERA-TRACELOG.
020040         EXIT.
020050*
020060* SEGNALA-ASSENTE notes a file this installation has never created
020070* (a module not in use): nothing to carry, and not an error.
020080*
020090 SEGNALA-ASSENTE.
020100         DISPLAY "OPENPJ37: archivio " OPJ-FILE-NOME
020110             " assente, non copiato".
020120         ADD 1 TO OPJ-ARCHIVI-ASSENTI.
020130 EX-SEGNALA-ASSENTE.
020140         EXIT.
020150*
020160 SCRIVI-PACCHETTO.
020170         WRITE CLONEPKG-RECORD.
020180         MOVE "CLONEPKG"      TO FILEH-NAME.
020190         MOVE STATUS-CLONEPKG TO FILEH-STATUS.
020200         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
020210         ADD 1 TO OPJ-RIGHE-PACCHETTO.
020220 EX-SCRIVI-PACCHETTO.
020230         EXIT.
020240*
020250* CONTROLLA-VINCOLO tells whether the pratica in OPJ-VINC-CHIAVE is
020260* under legal hold on PRAVIEW. A pratica no longer on PRAVIEW has
020270* gone to the sealed archive with its hold, if any; its leftover
020280* rows carry no flag of their own and travel masked like the rest.
020290*
020300 CONTROLLA-VINCOLO.
020310         IF OPJ-VINC-CHIAVE = OPJ-VINC-ULTIMA
020320             MOVE OPJ-VINC-ULTIMO-SW TO OPJ-VINC-SW
020330             GO TO EX-CONTROLLA-VINCOLO
020340         END-IF.
020350         MOVE OPJ-VINC-CHIAVE TO OPJ-VINC-ULTIMA.
020360         SET OPJ-VINC-LIBERA TO TRUE.
020370         MOVE OPJ-VINC-CHIAVE TO PRAVIEW-KEY.
020380         READ PRAVIEW KEY IS PRAVIEW-KEY
020390             INVALID KEY
020400                 CONTINUE
020410             NOT INVALID KEY
020420                 IF PRAVIEW-SOTTO-VINCOLO
020430                     SET OPJ-VINC-ESCLUSA TO TRUE
020440                 END-IF
020450         END-READ.
020460         MOVE OPJ-VINC-SW TO OPJ-VINC-ULTIMO-SW.
020470 EX-CONTROLLA-VINCOLO.
020480         EXIT.
020490*
020500* MASCHERA-CF replaces the codice fiscale in MSK-CF-IN. A sixteen
020510* character code becomes another one with the same shape - letters
020520* and digits where the real ones are, a real month letter, a day
020530* of birth on the same side of 40 - and its check letter computed
020540* the way VALIDA-CODFISC checks it; an eleven-digit partita IVA
020550* becomes another partita IVA with a valid check digit.
020560*
020570 MASCHERA-CF.
020580         MOVE SPACES TO MSK-CF-OUT.
020590         IF MSK-CF-IN = SPACES
020600             GO TO EX-MASCHERA-CF
020610         END-IF.
020620         MOVE MSK-CF-IN TO MSK-SORGENTE.
020630         MOVE 16        TO MSK-LEN.
020640         PERFORM HASH-INIZIO THRU EX-HASH-INIZIO.
020650         ADD 1 TO OPJ-CF-MASCHERATI.
020660         IF MSK-CF-IN(12:5) = SPACES
020670             AND MSK-CF-IN(1:11) IS NUMERIC
020680             PERFORM GENERA-PARTITA-IVA
020690                 THRU EX-GENERA-PARTITA-IVA
020700             GO TO EX-MASCHERA-CF
020710         END-IF.

020720         MOVE 26 TO MSK-MODULO.
020730         PERFORM GENERA-LETTERA THRU EX-GENERA-LETTERA
020740             VARYING MSK-OUT-IX FROM 1 BY 1
020750             UNTIL MSK-OUT-IX > 6.
020760         MOVE 10 TO MSK-MODULO.
020770         PERFORM GENERA-CIFRA THRU EX-GENERA-CIFRA
020780             VARYING MSK-OUT-IX FROM 7 BY 1
020790             UNTIL MSK-OUT-IX > 8.
020800         MOVE 12 TO MSK-MODULO.
020810         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
020820         MOVE MSK-MESI(MSK-ESTRATTO + 1:1) TO MSK-CF-OUT(9:1).
020830         MOVE 28 TO MSK-MODULO.
020840         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
020850         COMPUTE MSK-GIORNO = MSK-ESTRATTO + 1.
020860         IF MSK-CF-IN(10:1) = "4" OR "5" OR "6" OR "7"
020870             ADD 40 TO MSK-GIORNO
020880         END-IF.
020890         MOVE MSK-GIORNO TO MSK-CF-OUT(10:2).
020900         MOVE 11 TO MSK-MODULO.
020910         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
020920         MOVE MSK-LETTERE-COMUNE(MSK-ESTRATTO + 1:1)
020930             TO MSK-CF-OUT(12:1).
020940         MOVE 10 TO MSK-MODULO.
020950         PERFORM GENERA-CIFRA THRU EX-GENERA-CIFRA
020960             VARYING MSK-OUT-IX FROM 13 BY 1
020970             UNTIL MSK-OUT-IX > 15.

020980         MOVE 0 TO MSK-SUM.
020990         PERFORM SOMMA-CF-CHAR THRU EX-SOMMA-CF-CHAR
021000             VARYING MSK-OUT-IX FROM 1 BY 1
021010             UNTIL MSK-OUT-IX > 15.
021020         DIVIDE MSK-SUM BY 26
021030             GIVING MSK-QUOZ REMAINDER MSK-VAL.
021040         MOVE CODF-CHAR(11 + MSK-VAL) TO MSK-CF-OUT(16:1).
021050 EX-MASCHERA-CF.
021060         EXIT.
021070*
021080 GENERA-LETTERA.
021090         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
021100         MOVE CODF-CHAR(11 + MSK-ESTRATTO)
021110             TO MSK-CF-OUT(MSK-OUT-IX:1).
021120 EX-GENERA-LETTERA.
021130         EXIT.
021140*
021150 GENERA-CIFRA.
021160         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
021170         MOVE CODF-CHAR(1 + MSK-ESTRATTO)
021180             TO MSK-CF-OUT(MSK-OUT-IX:1).
021190 EX-GENERA-CIFRA.
021200         EXIT.
021210*
021220* SOMMA-CF-CHAR adds one character of the substitute to the check
021230* sum: the CODF-ODD value in an odd position, the plain ordinal in
021240* an even one.
021250*
021260 SOMMA-CF-CHAR.
021270         MOVE MSK-CF-OUT(MSK-OUT-IX:1) TO CF-CHAR.
021280         PERFORM CERCA-ORDINALE THRU EX-CERCA-ORDINALE.
021290         DIVIDE MSK-OUT-IX BY 2
021300             GIVING MSK-QUOZ REMAINDER MSK-VAL.
021310         IF MSK-VAL = 1
021320             ADD CODF-ODD(CF-TAB-VAL) TO MSK-SUM
021330         ELSE
021340             IF CF-TAB-VAL NOT GREATER THAN 10
021350                 COMPUTE MSK-SUM = MSK-SUM + CF-TAB-VAL - 1
021360             ELSE
021370                 COMPUTE MSK-SUM = MSK-SUM + CF-TAB-VAL - 11
021380             END-IF
021390         END-IF.
021400 EX-SOMMA-CF-CHAR.
021410         EXIT.
021420*
021430* GENERA-PARTITA-IVA draws ten digits and appends the check digit:
021440* odd positions count as they are, even positions doubled (less 9
021450* when over 9), and the check brings the total to a multiple of 10.
021460*
021470 GENERA-PARTITA-IVA.
021480         MOVE 10 TO MSK-MODULO.
021490         PERFORM GENERA-CIFRA THRU EX-GENERA-CIFRA
021500             VARYING MSK-OUT-IX FROM 1 BY 1
021510             UNTIL MSK-OUT-IX > 10.
021520         MOVE 0 TO MSK-SUM.
021530         PERFORM SOMMA-PIVA-CIFRA THRU EX-SOMMA-PIVA-CIFRA
021540             VARYING MSK-OUT-IX FROM 1 BY 1
021550             UNTIL MSK-OUT-IX > 10.
021560         DIVIDE MSK-SUM BY 10
021570             GIVING MSK-QUOZ REMAINDER MSK-VAL.
021580         IF MSK-VAL = 0
021590             MOVE 0 TO MSK-CIFRA
021600         ELSE
021610             COMPUTE MSK-CIFRA = 10 - MSK-VAL
021620         END-IF.
021630         MOVE MSK-CIFRA TO MSK-CF-OUT(11:1).
021640 EX-GENERA-PARTITA-IVA.
021650         EXIT.
021660*
021670 SOMMA-PIVA-CIFRA.
021680         MOVE MSK-CF-OUT(MSK-OUT-IX:1) TO MSK-CIFRA.
021690         DIVIDE MSK-OUT-IX BY 2
021700             GIVING MSK-QUOZ REMAINDER MSK-VAL.
021710         IF MSK-VAL = 1
021720             ADD MSK-CIFRA TO MSK-SUM
021730         ELSE
021740             COMPUTE MSK-DOPPIO = MSK-CIFRA * 2
021750             IF MSK-DOPPIO > 9
021760                 SUBTRACT 9 FROM MSK-DOPPIO
021770             END-IF
021780             ADD MSK-DOPPIO TO MSK-SUM
021790         END-IF.
021800 EX-SOMMA-PIVA-CIFRA.
021810         EXIT.
021820*
021830* MASCHERA-NOME replaces a nominativo with a surname and a given
021840* name drawn from it, leaving them apart as well in MSK-COGNOME-OUT
021850* and MSK-PRENOME-OUT for the files that keep the two separate.
021860*
021870 MASCHERA-NOME.
021880         MOVE SPACES TO MSK-NOME-OUT.
021890         MOVE SPACES TO MSK-COGNOME-OUT.
021900         MOVE SPACES TO MSK-PRENOME-OUT.
021910         IF MSK-NOME-IN = SPACES
021920             GO TO EX-MASCHERA-NOME
021930         END-IF.
021940         MOVE MSK-NOME-IN TO MSK-SORGENTE.
021950         MOVE 60          TO MSK-LEN.
021960         PERFORM HASH-INIZIO THRU EX-HASH-INIZIO.
021970         MOVE 40 TO MSK-MODULO.
021980         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
021990         MOVE MSK-COGNOME(MSK-ESTRATTO + 1) TO MSK-COGNOME-OUT.
022000         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
022010         MOVE MSK-PRENOME(MSK-ESTRATTO + 1) TO MSK-PRENOME-OUT.
022020         STRING MSK-COGNOME-OUT DELIMITED BY SPACE
022030                " "             DELIMITED BY SIZE
022040                MSK-PRENOME-OUT DELIMITED BY SPACE
022050             INTO MSK-NOME-OUT
022060         END-STRING.
022070         ADD 1 TO OPJ-NOMI-MASCHERATI.
022080 EX-MASCHERA-NOME.
022090         EXIT.
022100*
022110 MASCHERA-INDIRIZZO.
022120         MOVE SPACES TO MSK-NOME-OUT.
022130         IF MSK-NOME-IN = SPACES
022140             GO TO EX-MASCHERA-INDIRIZZO
022150         END-IF.
022160         MOVE MSK-NOME-IN TO MSK-SORGENTE.
022170         MOVE 60          TO MSK-LEN.
022180         PERFORM HASH-INIZIO THRU EX-HASH-INIZIO.
022190         MOVE 40 TO MSK-MODULO.
022200         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
022210         MOVE MSK-COGNOME(MSK-ESTRATTO + 1) TO MSK-COGNOME-OUT.
022220         MOVE 90 TO MSK-MODULO.
022230         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
022240         COMPUTE MSK-CIVICO = MSK-ESTRATTO + 10.
022250         STRING "VIA "          DELIMITED BY SIZE
022260                MSK-COGNOME-OUT DELIMITED BY SPACE
022270                " "             DELIMITED BY SIZE
022280                MSK-CIVICO      DELIMITED BY SIZE
022290             INTO MSK-NOME-OUT
022300         END-STRING.
022310         ADD 1 TO OPJ-NOMI-MASCHERATI.
022320 EX-MASCHERA-INDIRIZZO.
022330         EXIT.
022340*
022350* MASCHERA-RECAPITO replaces a recapito: a mail or PEC address
022360* becomes a mailbox on the reserved esempio.it domain, anything
022370* else is taken for a postal address.
022380*
022390 MASCHERA-RECAPITO.
022400         MOVE 0 TO MSK-CHIOCCIOLE.
022410         INSPECT MSK-NOME-IN TALLYING MSK-CHIOCCIOLE FOR ALL "@".
022420         IF MSK-CHIOCCIOLE = 0
022430             PERFORM MASCHERA-INDIRIZZO
022440                 THRU EX-MASCHERA-INDIRIZZO
022450             GO TO EX-MASCHERA-RECAPITO
022460         END-IF.
022470         MOVE MSK-NOME-IN TO MSK-SORGENTE.
022480         MOVE 60          TO MSK-LEN.
022490         PERFORM HASH-INIZIO THRU EX-HASH-INIZIO.
022500         MOVE 1000000 TO MSK-MODULO.
022510         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
022520         MOVE MSK-ESTRATTO TO MSK-NUMERO.
022530         MOVE SPACES TO MSK-NOME-OUT.
022540         STRING "utente"        DELIMITED BY SIZE
022550                MSK-NUMERO      DELIMITED BY SIZE
022560                "@esempio.it"   DELIMITED BY SIZE
022570             INTO MSK-NOME-OUT
022580         END-STRING.
022590         ADD 1 TO OPJ-NOMI-MASCHERATI.
022600 EX-MASCHERA-RECAPITO.
022610         EXIT.
022620*
022630* MASCHERA-IBAN keeps country, ABI and CAB, draws a new CIN and
022640* account number and recomputes the two check digits (ISO 13616:
022650* the BBAN, then country and "00", taken as one number mod 97,
022660* letters counting 10 to 35), so the substitute passes any check.
022670*
022680 MASCHERA-IBAN.
022690         MOVE MSK-IBAN-IN TO MSK-IBAN-OUT.
022700         IF MSK-IBAN-IN = SPACES
022710             GO TO EX-MASCHERA-IBAN
022720         END-IF.
022730         MOVE MSK-IBAN-IN TO MSK-SORGENTE.
022740         MOVE 27          TO MSK-LEN.
022750         PERFORM HASH-INIZIO THRU EX-HASH-INIZIO.
022760         MOVE 26 TO MSK-MODULO.
022770         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
022780         MOVE CODF-CHAR(11 + MSK-ESTRATTO) TO MSK-IBAN-OUT(5:1).
022790         MOVE 10 TO MSK-MODULO.
022800         PERFORM GENERA-IBAN-CIFRA THRU EX-GENERA-IBAN-CIFRA
022810             VARYING MSK-OUT-IX FROM 16 BY 1
022820             UNTIL MSK-OUT-IX > 27.
022830         MOVE "00" TO MSK-IBAN-OUT(3:2).
022840         MOVE 0 TO MSK-SUM.
022850         PERFORM SOMMA-IBAN-CHAR THRU EX-SOMMA-IBAN-CHAR
022860             VARYING MSK-OUT-IX FROM 5 BY 1
022870             UNTIL MSK-OUT-IX > 27.
022880         PERFORM SOMMA-IBAN-CHAR THRU EX-SOMMA-IBAN-CHAR
022890             VARYING MSK-OUT-IX FROM 1 BY 1
022900             UNTIL MSK-OUT-IX > 4.
022910         COMPUTE MSK-CONTROLLO = 98 - MSK-SUM.
022920         MOVE MSK-CONTROLLO TO MSK-IBAN-OUT(3:2).
022930         ADD 1 TO OPJ-IBAN-MASCHERATI.
022940 EX-MASCHERA-IBAN.
022950         EXIT.
022960*
022970 GENERA-IBAN-CIFRA.
022980         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
022990         MOVE CODF-CHAR(1 + MSK-ESTRATTO)
023000             TO MSK-IBAN-OUT(MSK-OUT-IX:1).
023010 EX-GENERA-IBAN-CIFRA.
023020         EXIT.
023030*
023040* SOMMA-IBAN-CHAR folds one character into the running mod 97
023050* remainder in MSK-SUM: one decimal place for a digit, two for a
023060* letter. Anything else (a blank in a short IBAN) is skipped.
023070*
023080 SOMMA-IBAN-CHAR.
023090         MOVE MSK-IBAN-OUT(MSK-OUT-IX:1) TO CF-CHAR.
023100         PERFORM CERCA-ORDINALE THRU EX-CERCA-ORDINALE.
023110         IF CF-CHAR-NOT-FOUND
023120             GO TO EX-SOMMA-IBAN-CHAR
023130         END-IF.
023140         IF CF-TAB-VAL NOT GREATER THAN 10
023150             COMPUTE MSK-MIX = MSK-SUM * 10 + CF-TAB-VAL - 1
023160         ELSE
023170             COMPUTE MSK-MIX = MSK-SUM * 100 + CF-TAB-VAL - 1
023180         END-IF.
023190         DIVIDE MSK-MIX BY 97
023200             GIVING MSK-QUOZ REMAINDER MSK-SUM.
023210 EX-SOMMA-IBAN-CHAR.
023220         EXIT.
023230*
023240* MASCHERA-CODICE replaces an access token with sixteen drawn
023250* letters and digits: the copy must not open a citizen's pratica
023260* with the real link.
023270*
023280 MASCHERA-CODICE.
023290         MOVE SPACES TO MSK-CF-OUT.
023300         IF MSK-CF-IN = SPACES
023310             GO TO EX-MASCHERA-CODICE
023320         END-IF.
023330         MOVE MSK-CF-IN TO MSK-SORGENTE.
023340         MOVE 16        TO MSK-LEN.
023350         PERFORM HASH-INIZIO THRU EX-HASH-INIZIO.
023360         MOVE 36 TO MSK-MODULO.
023370         PERFORM GENERA-CARATTERE THRU EX-GENERA-CARATTERE
023380             VARYING MSK-OUT-IX FROM 1 BY 1
023390             UNTIL MSK-OUT-IX > 16.
023400 EX-MASCHERA-CODICE.
023410         EXIT.
023420*
023430 GENERA-CARATTERE.
023440         PERFORM HASH-ESTRAI THRU EX-HASH-ESTRAI.
023450         MOVE CODF-CHAR(1 + MSK-ESTRATTO)
023460             TO MSK-CF-OUT(MSK-OUT-IX:1).
023470 EX-GENERA-CARATTERE.
023480         EXIT.
023490*
023500* MASCHERA-USERID maps a login that is a codice fiscale (the SPID
023510* citizens) the way MASCHERA-CF maps it everywhere else, so the
023520* trail still points at the same substitute; a staff login is left
023530* as it is, the trainers log in with those.
023540*
023550 MASCHERA-USERID.
023560         IF MSK-USERID(17:74) NOT = SPACES
023570             GO TO EX-MASCHERA-USERID
023580         END-IF.
023590         MOVE MSK-USERID(1:16) TO MSK-FORMA.
023600         PERFORM CONTROLLA-FORMA-CF THRU EX-CONTROLLA-FORMA-CF.
023610         IF MSK-FORMA-ALTRO
023620             GO TO EX-MASCHERA-USERID
023630         END-IF.
023640         MOVE MSK-FORMA TO MSK-CF-IN.
023650         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
023660         MOVE MSK-CF-OUT TO MSK-USERID(1:16).
023670 EX-MASCHERA-USERID.
023680         EXIT.
023690*
023700* MASCHERA-TESTO looks through a free-text line (audit detail,
023710* trace message) for anything shaped like a codice fiscale and
023720* standing as a word of its own, and maps it in place.
023730*
023740 MASCHERA-TESTO.
023750         IF MSK-TESTO-LEN < 16
023760             GO TO EX-MASCHERA-TESTO
023770         END-IF.
023780         PERFORM CERCA-CF-TESTO THRU EX-CERCA-CF-TESTO
023790             VARYING MSK-POS FROM 1 BY 1
023800             UNTIL MSK-POS > MSK-TESTO-LEN - 15.
023810 EX-MASCHERA-TESTO.
023820         EXIT.
023830*
023840 CERCA-CF-TESTO.
023850         IF MSK-POS > 1
023860             MOVE MSK-TESTO(MSK-POS - 1:1) TO MSK-CAR
023870             IF MSK-CAR IS NUMERIC
023880                 OR (MSK-CAR IS ALPHABETIC-UPPER
023890                     AND MSK-CAR NOT = SPACE)
023900                 GO TO EX-CERCA-CF-TESTO
023910             END-IF
023920         END-IF.
023930         IF MSK-POS + 16 NOT > MSK-TESTO-LEN
023940             MOVE MSK-TESTO(MSK-POS + 16:1) TO MSK-CAR
023950             IF MSK-CAR IS NUMERIC
023960                 OR (MSK-CAR IS ALPHABETIC-UPPER
023970                     AND MSK-CAR NOT = SPACE)
023980                 GO TO EX-CERCA-CF-TESTO
023990             END-IF
024000         END-IF.
024010         MOVE MSK-TESTO(MSK-POS:16) TO MSK-FORMA.
024020         PERFORM CONTROLLA-FORMA-CF THRU EX-CONTROLLA-FORMA-CF.
024030         IF MSK-FORMA-ALTRO
024040             GO TO EX-CERCA-CF-TESTO
024050         END-IF.
024060         MOVE MSK-FORMA TO MSK-CF-IN.
024070         PERFORM MASCHERA-CF THRU EX-MASCHERA-CF.
024080         MOVE MSK-CF-OUT TO MSK-TESTO(MSK-POS:16).
024090 EX-CERCA-CF-TESTO.
024100         EXIT.
024110*
024120* CONTROLLA-FORMA-CF checks MSK-FORMA against the shape of a
024130* codice fiscale in MSK-SAGOMA: a letter where the sagoma has A, a
024140* digit or its omocodia letter (L-V but O) where it has N.
024150*
024160 CONTROLLA-FORMA-CF.
024170         SET MSK-FORMA-CF TO TRUE.
024180         PERFORM CONTROLLA-FORMA-CHAR THRU EX-CONTROLLA-FORMA-CHAR
024190             VARYING MSK-FORMA-IX FROM 1 BY 1
024200             UNTIL MSK-FORMA-IX > 16
024210                OR MSK-FORMA-ALTRO.
024220 EX-CONTROLLA-FORMA-CF.
024230         EXIT.
024240*
024250 CONTROLLA-FORMA-CHAR.
024260         MOVE MSK-FORMA(MSK-FORMA-IX:1) TO MSK-CAR.
024270         IF MSK-SAGOMA(MSK-FORMA-IX:1) = "A"
024280             IF MSK-CAR IS NOT ALPHABETIC-UPPER
024290                 OR MSK-CAR = SPACE
024300                 SET MSK-FORMA-ALTRO TO TRUE
024310             END-IF
024320             GO TO EX-CONTROLLA-FORMA-CHAR
024330         END-IF.
024340         IF MSK-CAR IS NUMERIC
024350             GO TO EX-CONTROLLA-FORMA-CHAR
024360         END-IF.
024370         IF MSK-CAR < "L" OR MSK-CAR > "V" OR MSK-CAR = "O"
024380             SET MSK-FORMA-ALTRO TO TRUE
024390         END-IF.
024400 EX-CONTROLLA-FORMA-CHAR.
024410         EXIT.
024420*
024430* HASH-INIZIO seeds the two generators from CLONE-SEME and folds
024440* in the MSK-LEN characters of MSK-SORGENTE; HASH-ESTRAI then
024450* steps both and hands out the next value below MSK-MODULO. Two
024460* generators side by side keep apart originals that one alone
024470* would be apt to run together.
024480*
024490 HASH-INIZIO.
024500         MOVE OPJ-SEME TO MSK-H1.
024510         COMPUTE MSK-H2 = OPJ-SEME + 362437.
024520         PERFORM HASH-CARATTERE THRU EX-HASH-CARATTERE
024530             VARYING MSK-IX FROM 1 BY 1
024540             UNTIL MSK-IX > MSK-LEN.
024550 EX-HASH-INIZIO.
024560         EXIT.
024570*
024580 HASH-CARATTERE.
024590         MOVE MSK-SORGENTE(MSK-IX:1) TO CF-CHAR.
024600         PERFORM CERCA-ORDINALE THRU EX-CERCA-ORDINALE.
024610         IF CF-CHAR-FOUND
024620             MOVE CF-TAB-VAL TO MSK-VAL
024630         ELSE
024640             MOVE 37 TO MSK-VAL
024650         END-IF.
024660         COMPUTE MSK-MIX = MSK-H1 * 41 + MSK-VAL + MSK-IX.
024670         DIVIDE MSK-MIX BY 2147483647
024680             GIVING MSK-QUOZ REMAINDER MSK-H1.
024690         COMPUTE MSK-MIX = MSK-H2 * 53 + MSK-VAL.
024700         DIVIDE MSK-MIX BY 2147483399
024710             GIVING MSK-QUOZ REMAINDER MSK-H2.
024720 EX-HASH-CARATTERE.
024730         EXIT.
024740*
024750 HASH-ESTRAI.
024760         COMPUTE MSK-MIX = MSK-H1 * 48271 + 11.
024770         DIVIDE MSK-MIX BY 2147483647
024780             GIVING MSK-QUOZ REMAINDER MSK-H1.
024790         COMPUTE MSK-MIX = MSK-H2 * 40692 + 7.
024800         DIVIDE MSK-MIX BY 2147483399
024810             GIVING MSK-QUOZ REMAINDER MSK-H2.
024820         COMPUTE MSK-MIX = MSK-H1 + MSK-H2.
024830         DIVIDE MSK-MIX BY MSK-MODULO
024840             GIVING MSK-QUOZ REMAINDER MSK-ESTRATTO.
024850 EX-HASH-ESTRAI.
024860         EXIT.
024870*
024880* CERCA-ORDINALE gives CF-CHAR its place in the CODFTAB alphabet
024890* (1-10 the digits, 11-36 the letters) in CF-TAB-VAL.
024900*
024910 CERCA-ORDINALE.
024920         SET CF-CHAR-NOT-FOUND TO TRUE.
024930         MOVE 0 TO CF-TAB-VAL.
024940         PERFORM CERCA-CODF-CHAR THRU EX-CERCA-CODF-CHAR
024950             VARYING CF-TAB-IX FROM 1 BY 1
024960             UNTIL CF-TAB-IX > 36
024970                OR CF-CHAR-FOUND.
024980 EX-CERCA-ORDINALE.
024990         EXIT.
025000*
025010 CERCA-CODF-CHAR.
025020         IF CODF-CHAR(CF-TAB-IX) = CF-CHAR
025030             SET CF-CHAR-FOUND TO TRUE
025040             MOVE CF-TAB-IX TO CF-TAB-VAL
025050         END-IF.
025060 EX-CERCA-CODF-CHAR.
025070         EXIT.
025080*
025090* CARICA-ARCHIVI rebuilds the archives of the environment it runs
025100* in from the package. It refuses to start unless that
025110* environment's own CONFIGTAB carries CLONE-DESTINAZIONE = S, which
025120* production never does: the load empties every file it carries.
025130* The row is put back after the package's CONFIGTAB, which never
025140* brings the CLONE- rows with it.
025150*
025160 CARICA-ARCHIVI.
025170         PERFORM CONTROLLA-DESTINAZIONE
025180             THRU EX-CONTROLLA-DESTINAZIONE.
025190         IF RETURN-CODE NOT = 0
025200             GO TO EX-CARICA-ARCHIVI
025210         END-IF.
025220         OPEN INPUT CLONEPKG.
025230         IF STATUS-CLONEPKG = "35"
025240             DISPLAY "OPENPJ37: pacchetto " CLONE-PATH
025250                 " non trovato"
025260             MOVE 12 TO RETURN-CODE
025270             GO TO EX-CARICA-ARCHIVI
025280         END-IF.
025290         MOVE "CLONEPKG"      TO FILEH-NAME.
025300         MOVE STATUS-CLONEPKG TO FILEH-STATUS.
025310         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.

025320         PERFORM APRI-DESTINAZIONE THRU EX-APRI-DESTINAZIONE.
025330         SET OPJ-NOT-EOF TO TRUE.
025340         PERFORM CARICA-RIGA THRU EX-CARICA-RIGA
025350             UNTIL OPJ-EOF.

025360         MOVE OPJ-DEST-RECORD TO CONFIGTAB-RECORD.
025370         WRITE CONFIGTAB-RECORD
025380             INVALID KEY
025390                 REWRITE CONFIGTAB-RECORD
025400         END-WRITE.
025410         PERFORM CHIUDI-DESTINAZIONE THRU EX-CHIUDI-DESTINAZIONE.
025420         CLOSE CLONEPKG.
025430 EX-CARICA-ARCHIVI.
025440         EXIT.
025450*
025460 CONTROLLA-DESTINAZIONE.
025470         MOVE "CLONE-DESTINAZIONE" TO CFG-LOOKUP-NAME.
025480         SET CFG-NOT-FOUND TO TRUE.
025490         MOVE SPACES TO OPJ-DEST-RECORD.
025500         OPEN INPUT CONFIGTAB.
025510         IF STATUS-CONFIGTAB = "00"
025520             PERFORM FIND-CONFIG-VALUE
025530                 THRU EX-FIND-CONFIG-VALUE
025540             IF CFG-FOUND
025550                 MOVE CONFIGTAB-RECORD TO OPJ-DEST-RECORD
025560             END-IF
025570             CLOSE CONFIGTAB
025580         END-IF.
025590         IF CFG-NOT-FOUND
025600             OR OPJ-DEST-VALORE(1:1) NOT = "S"
025610             DISPLAY "OPENPJ37: questo ambiente non porta "
025620                 "CLONE-DESTINAZIONE = S, caricamento rifiutato"
025630             MOVE 12 TO RETURN-CODE
025640         END-IF.
025650 EX-CONTROLLA-DESTINAZIONE.
025660         EXIT.
025670*
025680 APRI-DESTINAZIONE.
025690         OPEN OUTPUT PRAVIEW.
025700         MOVE "PRAVIEW" TO FILEH-NAME.
025710         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
025720         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025730         OPEN OUTPUT PRAHIST.
025740         MOVE "PRAHIST" TO FILEH-NAME.
025750         MOVE STATUS-PRAHIST TO FILEH-STATUS.
025760         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025770         OPEN OUTPUT PRATTACH.
025780         MOVE "PRATTACH" TO FILEH-NAME.
025790         MOVE STATUS-PRATTACH TO FILEH-STATUS.
025800         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025810         OPEN OUTPUT OCRTEXT.
025820         MOVE "OCRTEXT" TO FILEH-NAME.
025830         MOVE STATUS-OCRTEXT TO FILEH-STATUS.
025840         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025850         OPEN OUTPUT PRAPAY.
025860         MOVE "PRAPAY" TO FILEH-NAME.
025870         MOVE STATUS-PRAPAY TO FILEH-STATUS.
025880         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025890         OPEN OUTPUT PRAINTEG.
025900         MOVE "PRAINTEG" TO FILEH-NAME.
025910         MOVE STATUS-PRAINTEG TO FILEH-STATUS.
025920         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025930         OPEN OUTPUT PRACONF.
025940         MOVE "PRACONF" TO FILEH-NAME.
025950         MOVE STATUS-PRACONF TO FILEH-STATUS.
025960         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
025970         OPEN OUTPUT PRADELEG.
025980         MOVE "PRADELEG" TO FILEH-NAME.
025990         MOVE STATUS-PRADELEG TO FILEH-STATUS.
026000         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026010         OPEN OUTPUT PRARIMB.
026020         MOVE "PRARIMB" TO FILEH-NAME.
026030         MOVE STATUS-PRARIMB TO FILEH-STATUS.
026040         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026050         OPEN OUTPUT PRACATAS.
026060         MOVE "PRACATAS" TO FILEH-NAME.
026070         MOVE STATUS-PRACATAS TO FILEH-STATUS.
026080         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026090         OPEN OUTPUT PRALINK.
026100         MOVE "PRALINK" TO FILEH-NAME.
026110         MOVE STATUS-PRALINK TO FILEH-STATUS.
026120         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026130         OPEN OUTPUT PRASOPR.
026140         MOVE "PRASOPR" TO FILEH-NAME.
026150         MOVE STATUS-PRASOPR TO FILEH-STATUS.
026160         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026170         OPEN OUTPUT PRAPOSD.
026180         MOVE "PRAPOSD" TO FILEH-NAME.
026190         MOVE STATUS-PRAPOSD TO FILEH-STATUS.
026200         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026210         OPEN OUTPUT PRARATE.
026220         MOVE "PRARATE" TO FILEH-NAME.
026230         MOVE STATUS-PRARATE TO FILEH-STATUS.
026240         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026250         OPEN OUTPUT PRASOLL.
026260         MOVE "PRASOLL" TO FILEH-NAME.
026270         MOVE STATUS-PRASOLL TO FILEH-STATUS.
026280         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026290         OPEN OUTPUT PRANOTIF.
026300         MOVE "PRANOTIF" TO FILEH-NAME.
026310         MOVE STATUS-PRANOTIF TO FILEH-STATUS.
026320         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026330         OPEN OUTPUT PRAISTAT.
026340         MOVE "PRAISTAT" TO FILEH-NAME.
026350         MOVE STATUS-PRAISTAT TO FILEH-STATUS.
026360         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026370         OPEN OUTPUT PRABOLLO.
026380         MOVE "PRABOLLO" TO FILEH-NAME.
026390         MOVE STATUS-PRABOLLO TO FILEH-STATUS.
026400         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026410         OPEN OUTPUT PRAREG.
026420         MOVE "PRAREG" TO FILEH-NAME.
026430         MOVE STATUS-PRAREG TO FILEH-STATUS.
026440         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026450         OPEN OUTPUT PRAPROVV.
026460         MOVE "PRAPROVV" TO FILEH-NAME.
026470         MOVE STATUS-PRAPROVV TO FILEH-STATUS.
026480         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026490         OPEN OUTPUT PRARICEV.
026500         MOVE "PRARICEV" TO FILEH-NAME.
026510         MOVE STATUS-PRARICEV TO FILEH-STATUS.
026520         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026530         OPEN OUTPUT PRAACCES.
026540         MOVE "PRAACCES" TO FILEH-NAME.
026550         MOVE STATUS-PRAACCES TO FILEH-STATUS.
026560         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026570         OPEN OUTPUT PRACONS.
026580         MOVE "PRACONS" TO FILEH-NAME.
026590         MOVE STATUS-PRACONS TO FILEH-STATUS.
026600         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026610         OPEN OUTPUT PRATAB.
026620         MOVE "PRATAB" TO FILEH-NAME.
026630         MOVE STATUS-PRATAB TO FILEH-STATUS.
026640         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026650         OPEN OUTPUT CONFIGTAB.
026660         MOVE "CONFIGTAB" TO FILEH-NAME.
026670         MOVE STATUS-CONFIGTAB TO FILEH-STATUS.
026680         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026690         OPEN OUTPUT PRACAL.
026700         MOVE "PRACAL" TO FILEH-NAME.
026710         MOVE STATUS-PRACAL TO FILEH-STATUS.
026720         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026730         OPEN OUTPUT PRAPROT.
026740         MOVE "PRAPROT" TO FILEH-NAME.
026750         MOVE STATUS-PRAPROT TO FILEH-STATUS.
026760         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026770         OPEN OUTPUT PRACAPI.
026780         MOVE "PRACAPI" TO FILEH-NAME.
026790         MOVE STATUS-PRACAPI TO FILEH-STATUS.
026800         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026810         OPEN OUTPUT PRAMODPR.
026820         MOVE "PRAMODPR" TO FILEH-NAME.
026830         MOVE STATUS-PRAMODPR TO FILEH-STATUS.
026840         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026850         OPEN OUTPUT MODPROVV.
026860         MOVE "MODPROVV" TO FILEH-NAME.
026870         MOVE STATUS-MODPROVV TO FILEH-STATUS.
026880         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026890         OPEN OUTPUT PRACASSA.
026900         MOVE "PRACASSA" TO FILEH-NAME.
026910         MOVE STATUS-PRACASSA TO FILEH-STATUS.
026920         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026930         OPEN OUTPUT CFGSTAGE.
026940         MOVE "CFGSTAGE" TO FILEH-NAME.
026950         MOVE STATUS-CFGSTAGE TO FILEH-STATUS.
026960         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
026970         OPEN OUTPUT CFGAPPR.
026980         MOVE "CFGAPPR" TO FILEH-NAME.
026990         MOVE STATUS-CFGAPPR TO FILEH-STATUS.
027000         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027010         OPEN OUTPUT RAGCTRL.
027020         MOVE "RAGCTRL" TO FILEH-NAME.
027030         MOVE STATUS-RAGCTRL TO FILEH-STATUS.
027040         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027050         OPEN OUTPUT PRAUTEN.
027060         MOVE "PRAUTEN" TO FILEH-NAME.
027070         MOVE STATUS-PRAUTEN TO FILEH-STATUS.
027080         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027090         OPEN OUTPUT PRAANPR.
027100         MOVE "PRAANPR" TO FILEH-NAME.
027110         MOVE STATUS-PRAANPR TO FILEH-STATUS.
027120         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027130         OPEN OUTPUT AUDITLOG.
027140         MOVE "AUDITLOG" TO FILEH-NAME.
027150         MOVE STATUS-AUDITLOG TO FILEH-STATUS.
027160         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027170         OPEN OUTPUT TRACELOG.
027180         MOVE "TRACELOG" TO FILEH-NAME.
027190         MOVE STATUS-TRACELOG TO FILEH-STATUS.
027200         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027210 EX-APRI-DESTINAZIONE.
027220         EXIT.
027230*
027240 CHIUDI-DESTINAZIONE.
027250         CLOSE PRAVIEW.
027260         CLOSE PRAHIST.
027270         CLOSE PRATTACH.
027280         CLOSE OCRTEXT.
027290         CLOSE PRAPAY.
027300         CLOSE PRAINTEG.
027310         CLOSE PRACONF.
027320         CLOSE PRADELEG.
027330         CLOSE PRARIMB.
027340         CLOSE PRACATAS.
027350         CLOSE PRALINK.
027360         CLOSE PRASOPR.
027370         CLOSE PRAPOSD.
027380         CLOSE PRARATE.
027390         CLOSE PRASOLL.
027400         CLOSE PRANOTIF.
027410         CLOSE PRAISTAT.
027420         CLOSE PRABOLLO.
027430         CLOSE PRAREG.
027440         CLOSE PRAPROVV.
027450         CLOSE PRARICEV.
027460         CLOSE PRAACCES.
027470         CLOSE PRACONS.
027480         CLOSE PRATAB.
027490         CLOSE CONFIGTAB.
027500         CLOSE PRACAL.
027510         CLOSE PRAPROT.
027520         CLOSE PRACAPI.
027530         CLOSE PRAMODPR.
027540         CLOSE MODPROVV.
027550         CLOSE PRACASSA.
027560         CLOSE CFGSTAGE.
027570         CLOSE CFGAPPR.
027580         CLOSE RAGCTRL.
027590         CLOSE PRAUTEN.
027600         CLOSE PRAANPR.
027610         CLOSE AUDITLOG.
027620         CLOSE TRACELOG.
027630 EX-CHIUDI-DESTINAZIONE.
027640         EXIT.
027650*
027660* CARICA-RIGA moves one package line back into its record area
027670* and writes it. A key met twice (two originals drawn onto the same
027680* substitute, which the two generators make very unlikely) is
027690* counted and the first one kept.
027700*
027710 CARICA-RIGA.
027720         READ CLONEPKG
027730             AT END
027740                 SET OPJ-EOF TO TRUE
027750                 GO TO EX-CARICA-RIGA
027760         END-READ.
027770         ADD 1 TO OPJ-RIGHE-LETTE.
027780         EVALUATE CLONE-TAG
027790             WHEN "PRAVIEW"
027800                 MOVE CLONE-PAYLOAD TO PRAVIEW-RECORD
027810                 WRITE PRAVIEW-RECORD
027820                     INVALID KEY
027830                         ADD 1 TO OPJ-DUPLICATI
027840                 END-WRITE
027850             WHEN "PRAHIST"
027860                 MOVE CLONE-PAYLOAD TO PRAHIST-RECORD
027870                 WRITE PRAHIST-RECORD
027880             WHEN "PRATTACH"
027890                 MOVE CLONE-PAYLOAD TO PRATTACH-RECORD
027900                 PERFORM CARICA-ALLEGATO
027910                     THRU EX-CARICA-ALLEGATO
027920             WHEN "OCRTEXT"
027930                 MOVE CLONE-PAYLOAD TO OCRTEXT-RECORD
027940                 WRITE OCRTEXT-RECORD
027950                     INVALID KEY
027960                         ADD 1 TO OPJ-DUPLICATI
027970                 END-WRITE
027980             WHEN "PRAPAY"
027990                 MOVE CLONE-PAYLOAD TO PRAPAY-RECORD
028000                 WRITE PRAPAY-RECORD
028010                     INVALID KEY
028020                         ADD 1 TO OPJ-DUPLICATI
028030                 END-WRITE
028040             WHEN "PRAINTEG"
028050                 MOVE CLONE-PAYLOAD TO PRAINTEG-RECORD
028060                 WRITE PRAINTEG-RECORD
028070                     INVALID KEY
028080                         ADD 1 TO OPJ-DUPLICATI
028090                 END-WRITE
028100             WHEN "PRACONF"
028110                 MOVE CLONE-PAYLOAD TO PRACONF-RECORD
028120                 WRITE PRACONF-RECORD
028130                     INVALID KEY
028140                         ADD 1 TO OPJ-DUPLICATI
028150                 END-WRITE
028160             WHEN "PRADELEG"
028170                 MOVE CLONE-PAYLOAD TO PRADELEG-RECORD
028180                 WRITE PRADELEG-RECORD
028190                     INVALID KEY
028200                         ADD 1 TO OPJ-DUPLICATI
028210                 END-WRITE
028220             WHEN "PRARIMB"
028230                 MOVE CLONE-PAYLOAD TO PRARIMB-RECORD
028240                 WRITE PRARIMB-RECORD
028250                     INVALID KEY
028260                         ADD 1 TO OPJ-DUPLICATI
028270                 END-WRITE
028280             WHEN "PRACATAS"
028290                 MOVE CLONE-PAYLOAD TO PRACATAS-RECORD
028300                 WRITE PRACATAS-RECORD
028310                     INVALID KEY
028320                         ADD 1 TO OPJ-DUPLICATI
028330                 END-WRITE
028340             WHEN "PRALINK"
028350                 MOVE CLONE-PAYLOAD TO PRALINK-RECORD
028360                 WRITE PRALINK-RECORD
028370                     INVALID KEY
028380                         ADD 1 TO OPJ-DUPLICATI
028390                 END-WRITE
028400             WHEN "PRASOPR"
028410                 MOVE CLONE-PAYLOAD TO PRASOPR-RECORD
028420                 WRITE PRASOPR-RECORD
028430                     INVALID KEY
028440                         ADD 1 TO OPJ-DUPLICATI
028450                 END-WRITE
028460             WHEN "PRAPOSD"
028470                 MOVE CLONE-PAYLOAD TO PRAPOSD-RECORD
028480                 WRITE PRAPOSD-RECORD
028490                     INVALID KEY
028500                         ADD 1 TO OPJ-DUPLICATI
028510                 END-WRITE
028520             WHEN "PRARATE"
028530                 MOVE CLONE-PAYLOAD TO PRARATE-RECORD
028540                 WRITE PRARATE-RECORD
028550                     INVALID KEY
028560                         ADD 1 TO OPJ-DUPLICATI
028570                 END-WRITE
028580             WHEN "PRASOLL"
028590                 MOVE CLONE-PAYLOAD TO PRASOLL-RECORD
028600                 WRITE PRASOLL-RECORD
028610                     INVALID KEY
028620                         ADD 1 TO OPJ-DUPLICATI
028630                 END-WRITE
028640             WHEN "PRANOTIF"
028650                 MOVE CLONE-PAYLOAD TO PRANOTIF-RECORD
028660                 WRITE PRANOTIF-RECORD
028670                     INVALID KEY
028680                         ADD 1 TO OPJ-DUPLICATI
028690                 END-WRITE
028700             WHEN "PRAISTAT"
028710                 MOVE CLONE-PAYLOAD TO PRAISTAT-RECORD
028720                 WRITE PRAISTAT-RECORD
028730                     INVALID KEY
028740                         ADD 1 TO OPJ-DUPLICATI
028750                 END-WRITE
028760             WHEN "PRABOLLO"
028770                 MOVE CLONE-PAYLOAD TO PRABOLLO-RECORD
028780                 WRITE PRABOLLO-RECORD
028790                     INVALID KEY
028800                         ADD 1 TO OPJ-DUPLICATI
028810                 END-WRITE
028820             WHEN "PRAREG"
028830                 MOVE CLONE-PAYLOAD TO PRAREG-RECORD
028840                 WRITE PRAREG-RECORD
028850                     INVALID KEY
028860                         ADD 1 TO OPJ-DUPLICATI
028870                 END-WRITE
028880             WHEN "PRAPROVV"
028890                 MOVE CLONE-PAYLOAD TO PRAPROVV-RECORD
028900                 WRITE PRAPROVV-RECORD
028910                     INVALID KEY
028920                         ADD 1 TO OPJ-DUPLICATI
028930                 END-WRITE
028940             WHEN "PRARICEV"
028950                 MOVE CLONE-PAYLOAD TO PRARICEV-RECORD
028960                 WRITE PRARICEV-RECORD
028970                     INVALID KEY
028980                         ADD 1 TO OPJ-DUPLICATI
028990                 END-WRITE
029000             WHEN "PRAACCES"
029010                 MOVE CLONE-PAYLOAD TO PRAACCES-RECORD
029020                 WRITE PRAACCES-RECORD
029030                     INVALID KEY
029040                         ADD 1 TO OPJ-DUPLICATI
029050                 END-WRITE
029060             WHEN "PRACONS"
029070                 MOVE CLONE-PAYLOAD TO PRACONS-RECORD
029080                 WRITE PRACONS-RECORD
029090                     INVALID KEY
029100                         ADD 1 TO OPJ-DUPLICATI
029110                 END-WRITE
029120             WHEN "PRATAB"
029130                 MOVE CLONE-PAYLOAD TO PRATAB-RECORD
029140                 WRITE PRATAB-RECORD
029150                     INVALID KEY
029160                         ADD 1 TO OPJ-DUPLICATI
029170                 END-WRITE
029180             WHEN "CONFIGTAB"
029190                 MOVE CLONE-PAYLOAD TO CONFIGTAB-RECORD
029200                 WRITE CONFIGTAB-RECORD
029210                     INVALID KEY
029220                         ADD 1 TO OPJ-DUPLICATI
029230                 END-WRITE
029240             WHEN "PRACAL"
029250                 MOVE CLONE-PAYLOAD TO PRACAL-RECORD
029260                 WRITE PRACAL-RECORD
029270                     INVALID KEY
029280                         ADD 1 TO OPJ-DUPLICATI
029290                 END-WRITE
029300             WHEN "PRAPROT"
029310                 MOVE CLONE-PAYLOAD TO PRAPROT-RECORD
029320                 WRITE PRAPROT-RECORD
029330                     INVALID KEY
029340                         ADD 1 TO OPJ-DUPLICATI
029350                 END-WRITE
029360             WHEN "PRACAPI"
029370                 MOVE CLONE-PAYLOAD TO PRACAPI-RECORD
029380                 WRITE PRACAPI-RECORD
029390                     INVALID KEY
029400                         ADD 1 TO OPJ-DUPLICATI
029410                 END-WRITE
029420             WHEN "PRAMODPR"
029430                 MOVE CLONE-PAYLOAD TO PRAMODPR-RECORD
029440                 WRITE PRAMODPR-RECORD
029450                     INVALID KEY
029460                         ADD 1 TO OPJ-DUPLICATI
029470                 END-WRITE
029480             WHEN "MODPROVV"
029490                 MOVE CLONE-PAYLOAD TO MODPROVV-RECORD
029500                 WRITE MODPROVV-RECORD
029510             WHEN "PRACASSA"
029520                 MOVE CLONE-PAYLOAD TO PRACASSA-RECORD
029530                 WRITE PRACASSA-RECORD
029540                     INVALID KEY
029550                         ADD 1 TO OPJ-DUPLICATI
029560                 END-WRITE
029570             WHEN "CFGSTAGE"
029580                 MOVE CLONE-PAYLOAD TO CFGSTAGE-RECORD
029590                 WRITE CFGSTAGE-RECORD
029600                     INVALID KEY
029610                         ADD 1 TO OPJ-DUPLICATI
029620                 END-WRITE
029630             WHEN "CFGAPPR"
029640                 MOVE CLONE-PAYLOAD TO CFGAPPR-RECORD
029650                 WRITE CFGAPPR-RECORD
029660             WHEN "RAGCTRL"
029670                 MOVE CLONE-PAYLOAD TO RAGCTRL-RECORD
029680                 WRITE RAGCTRL-RECORD
029690                     INVALID KEY
029700                         ADD 1 TO OPJ-DUPLICATI
029710                 END-WRITE
029720             WHEN "PRAUTEN"
029730                 MOVE CLONE-PAYLOAD TO PRAUTEN-RECORD
029740                 WRITE PRAUTEN-RECORD
029750                     INVALID KEY
029760                         ADD 1 TO OPJ-DUPLICATI
029770                 END-WRITE
029780             WHEN "PRAANPR"
029790                 MOVE CLONE-PAYLOAD TO PRAANPR-RECORD
029800                 WRITE PRAANPR-RECORD
029810                     INVALID KEY
029820                         ADD 1 TO OPJ-DUPLICATI
029830                 END-WRITE
029840             WHEN "AUDITLOG"
029850                 MOVE CLONE-PAYLOAD TO AUDITLOG-RECORD
029860                 WRITE AUDITLOG-RECORD
029870             WHEN "TRACELOG"
029880                 MOVE CLONE-PAYLOAD TO TRACELOG-RECORD
029890                 WRITE TRACELOG-RECORD
029900             WHEN OTHER
029910                 ADD 1 TO OPJ-TAG-IGNOTI
029920         END-EVALUATE.
029930 EX-CARICA-RIGA.
029940         EXIT.
029950*
029960* CARICA-ALLEGATO writes the placeholder that stands in for the
029970* document under the radice given on the command line, named by
029980* the attachment key, and points the PRATTACH row at it. Checksum
029990* and scan bytes travel as zero, so the first OPENPJ12 scan takes
030000* the census of the placeholder instead of flagging it.
030010*
030020 CARICA-ALLEGATO.
030030         MOVE SPACES TO DOCFILE-PATH.
030040         STRING OPJ-ARG-RADICE       DELIMITED BY SPACE
030050                "/"                  DELIMITED BY SIZE
030060                PRATTACH-COMUNE-CODE DELIMITED BY SIZE
030070                "-"                  DELIMITED BY SIZE
030080                PRATTACH-PRATICA-ID  DELIMITED BY SPACE
030090                "-"                  DELIMITED BY SIZE
030100                PRATTACH-UPLOAD-DATE DELIMITED BY SIZE
030110                "-"                  DELIMITED BY SIZE
030120                PRATTACH-UPLOAD-TIME DELIMITED BY SIZE
030130                ".txt"               DELIMITED BY SIZE
030140             INTO DOCFILE-PATH
030150         END-STRING.
030160         MOVE DOCFILE-PATH TO PRATTACH-STORED-PATH.
030170         WRITE PRATTACH-RECORD
030180             INVALID KEY
030190                 ADD 1 TO OPJ-DUPLICATI
030200                 GO TO EX-CARICA-ALLEGATO
030210         END-WRITE.

030220         OPEN OUTPUT DOCFILE.
030230         IF STATUS-DOCFILE NOT = "00"
030240             DISPLAY "OPENPJ37: segnaposto " DOCFILE-PATH
030250                 " non scritto, stato " STATUS-DOCFILE
030260             ADD 1 TO OPJ-SEGNAPOSTO-FALLITI
030270             GO TO EX-CARICA-ALLEGATO
030280         END-IF.
030290         MOVE "DOCUMENTO DI PROVA" TO DOCFILE-RECORD.
030300         WRITE DOCFILE-RECORD.
030310         MOVE "IL CONTENUTO ORIGINALE NON E' STATO COPIATO"
030320             TO DOCFILE-RECORD.
030330         WRITE DOCFILE-RECORD.
030340         MOVE SPACES TO DOCFILE-RECORD.
030350         STRING "PRATICA "           DELIMITED BY SIZE
030360                PRATTACH-COMUNE-CODE DELIMITED BY SIZE
030370                "/"                  DELIMITED BY SIZE
030380                PRATTACH-PRATICA-ID  DELIMITED BY SPACE
030390                " DOCUMENTO "        DELIMITED BY SIZE
030400                PRATTACH-DOC-TYPE    DELIMITED BY SIZE
030410             INTO DOCFILE-RECORD
030420         END-STRING.
030430         WRITE DOCFILE-RECORD.
030440         CLOSE DOCFILE.
030450         ADD 1 TO OPJ-DOC-SEGNAPOSTO.
030460 EX-CARICA-ALLEGATO.
030470         EXIT.
030480*
030490* FIND-CONFIG-VALUE locates the latest CONFIGTAB row for
030500* CFG-LOOKUP-NAME not after today, the same positioning
030510* LOAD-CONFIG uses per request in OPENPA02.
030520*
030530 FIND-CONFIG-VALUE.
030540         SET CFG-NOT-FOUND TO TRUE.
030550         MOVE CFG-LOOKUP-NAME TO CONFIGTAB-NAME.
030560         MOVE OPJ-TODAY-DATE  TO CONFIGTAB-EFF-DATE.
030570         START CONFIGTAB KEY IS NOT GREATER THAN CONFIGTAB-KEY
030580             INVALID KEY
030590                 GO TO EX-FIND-CONFIG-VALUE
030600         END-START.
030610         READ CONFIGTAB NEXT RECORD
030620             AT END
030630                 GO TO EX-FIND-CONFIG-VALUE
030640         END-READ.
030650         IF CONFIGTAB-NAME = CFG-LOOKUP-NAME
030660             SET CFG-FOUND TO TRUE
030670         END-IF.
030680 EX-FIND-CONFIG-VALUE.
030690         EXIT.
030700*
030710 FINE-BATCH.
030720         EVALUATE TRUE
030730             WHEN OPJ-MODO-ESTRAI
030740                 DISPLAY "OPENPJ37: righe pacchetto "
030750                     OPJ-RIGHE-PACCHETTO
030760                     " pratiche sotto vincolo escluse "
030770                     OPJ-PRAT-ESCLUSE
030780                     " righe escluse " OPJ-RIGHE-ESCLUSE
030790                 DISPLAY "OPENPJ37: codici fiscali "
030800                     OPJ-CF-MASCHERATI
030810                     " nominativi e recapiti " OPJ-NOMI-MASCHERATI
030820                     " iban " OPJ-IBAN-MASCHERATI
030830                     " testi oscurati " OPJ-TESTI-OSCURATI
030840                     " archivi assenti " OPJ-ARCHIVI-ASSENTI
030850                 MOVE OPJ-RIGHE-PACCHETTO TO RUNLG-CONTA
030860             WHEN OPJ-MODO-CARICA
030870                 DISPLAY "OPENPJ37: righe lette " OPJ-RIGHE-LETTE
030880                     " documenti segnaposto " OPJ-DOC-SEGNAPOSTO
030890                     " chiavi doppie " OPJ-DUPLICATI
030900                     " etichette ignote " OPJ-TAG-IGNOTI
030910                     " segnaposto non scritti "
030920                     OPJ-SEGNAPOSTO-FALLITI
030930                 MOVE OPJ-RIGHE-LETTE TO RUNLG-CONTA
030940                 IF RETURN-CODE = 0
030950                     AND (OPJ-DUPLICATI > 0 OR OPJ-TAG-IGNOTI > 0
030960                     OR OPJ-SEGNAPOSTO-FALLITI > 0)
030970                     MOVE 4 TO RETURN-CODE
030980                 END-IF
030990         END-EVALUATE.
031000         PERFORM SEGNA-FINE-CORSA
031010             THRU EX-SEGNA-FINE-CORSA.
031020 EX-FINE-BATCH.
031030         EXIT.

031040         COPY "PJCHECK.CBL".

031050         COPY "PJRUNLOG.CBL".
