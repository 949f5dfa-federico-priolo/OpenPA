000430         COPY "SELSPOOL.CBL".
000440         COPY "SELDELEG.CBL".
000450         COPY "SELBOLLO.CBL".
000455         COPY "SELPOSD.CBL".
000457         COPY "SELCATA.CBL".
000458         COPY "SELPERF.CBL".
000460         COPY "seljson.cbl".

000470 DATA             DIVISION.
000660         COPY "FDESPOOL.CBL".
000670         COPY "FDEDELEG.CBL".
000680         COPY "FDEBOLLO.CBL".
000685         COPY "FDEPOSD.CBL".
000687         COPY "FDECATA.CBL".
000688         COPY "FDEPERF.CBL".
000690         COPY "fdejson.cbl".

000700 WORKING-STORAGE  SECTION.
000740         COPY "ROUTETAB.CBL".
000750         COPY "ERRPAGES.CBL".
000760         COPY "UPLDTAB.CBL".
000765         COPY "FIRMATAB.CBL".
000767         COPY "LINKTAB.CBL".
000770         COPY "SECHDRTAB.CBL".
000780         COPY "IPACLTAB.CBL".
000790         COPY "FEECALC.CBL".
000800         COPY "CODFTAB.CBL".
000810         COPY "AUTHCHK.CBL".
000815         COPY "POSDCALC.CBL".
000816         COPY "PERFWS.CBL".
000817         COPY "RATECALC.CBL".
000818         COPY "CATAWS.CBL".
000819         COPY "FAMCHK.CBL".
000820*
000830* Dynamic-call target resolved by ROUTE-LOOKUP for the current
000840* request's pratica type; defaults to OPENTA01 when the type is
001670 77  STAMPA-HIST-EOF-SW            PIC X(01).
001680     88  STAMPA-HIST-EOF               VALUE "S".
001690     88  STAMPA-HIST-NOT-EOF           VALUE "N".
001692 77  STAMPA-DOC-EOF-SW             PIC X(01).
001694     88  STAMPA-DOC-EOF                VALUE "S".
001696     88  STAMPA-DOC-NOT-EOF            VALUE "N".
001698 77  STAMPA-DOC-ESITO              PIC X(40).
001700 77  STAMPA-TITOLO                 PIC X(24)
001710     VALUE "RIEPILOGO PRATICA".
001720*
001880 77  STAMPA-PAGE-DISPLAY           PIC ZZ9.
001890 77  STAMPA-LINE-COUNT             PIC 9(03) COMP-5 VALUE 0.
001900 77  STAMPA-MAX-LINES-PAGE         PIC 9(03) COMP-5 VALUE 60.
001902*
001903* Family tree lines of 9800-PRINT-FAMIGLIA (PIOLINK.CBL).
001904*
001905 77  STAMPA-FAM-IX                 PIC 9(02) COMP-5.
001906 77  STAMPA-FAM-LEGAME             PIC X(10).
001907 77  STAMPA-FAM-STATO              PIC X(10).
001908 77  STAMPA-FAM-RIENTRO            PIC X(20).
001909 77  STAMPA-FAM-RIENTRO-LEN        PIC 9(02) COMP-5.
001910*
001920* SAVE-ATTACHMENT/COUNT-ATTACHMENTS working fields. DOCTIPO and
001930* PAGINE are pulled off the request the same way TIPO/STAMPA are;
002430                                   PIC 9(9)V99.
002440 77  PAY-IUV                       PIC X(35).
002450 77  PAY-CANALE                    PIC X(10).
002455 77  PAY-PRATICA-SALVATA           PIC X(10).
002456 77  PAY-IUV-SW                    PIC X(01).
002457     88  PAY-IUV-PAGOPA                VALUE "S".
002458     88  PAY-IUV-ALTRO                 VALUE "N".
002460 77  PAY-TOTALE-INCASSATO          PIC S9(9)V99 COMP-3.
002470 77  PAY-SALDO-RESIDUO             PIC S9(9)V99 COMP-3.
002480 77  PAY-EOF-SW                    PIC X(01).
002970 77  STAMPA-PROTO-ANNO             PIC 9(04).
002980 77  STAMPA-PROTO-NUMERO           PIC 9(07).
002990 77  FEE-PRINT-IX                  PIC 9(02) COMP-5.
002992 77  RATE-PRINT-IX                 PIC 9(02).
002994 77  STAMPA-RATA-IMPORTO           PIC Z(7)9,99-.
002996 77  STAMPA-RATA-PAGATO            PIC Z(7)9,99-.
002998 77  STAMPA-RATA-INTERESSI         PIC Z(7)9,99-.
003000*
003010* MINT-TOKEN-ACCESSO working fields: the random half is seeded
003020* from the moment of registration and the progressive itself,
003900 01  NVI-VALUES-TABLE.
003910     05  NVI-VALUES OCCURS 50 TIMES INDEXED BY NVI-IX.
003920         10  NVI-VALUE             PIC X(200).
003921*
003922* PRINT-AVVISO: the open PRAPOSD position and the walk to it.
003923*
003924 77  AVVISO-TROVATO-SW             PIC X(01).
003925     88  AVVISO-TROVATO                VALUE "S".
003926     88  AVVISO-NON-TROVATO            VALUE "N".
003927 77  AVVISO-EOF-SW                 PIC X(01).
003928     88  AVVISO-EOF                    VALUE "S".
003929     88  AVVISO-NOT-EOF                VALUE "N".
003930*
003940 PROCEDURE  DIVISION.
003950*
004200             PERFORM CHECK-DELEGA THRU EX-CHECK-DELEGA
004210         END-IF.

004212         IF COBW3-STATUS-CODE-200
004214             PERFORM CHECK-CATASTO THRU EX-CHECK-CATASTO
004216         END-IF.

004217         IF COBW3-STATUS-CODE-200
004218             PERFORM CHECK-PAGAMENTO THRU EX-CHECK-PAGAMENTO
004219         END-IF.

004220         IF COBW3-STATUS-CODE-200
004230             PERFORM VALIDATE-UPLOAD THRU EX-VALIDATE-UPLOAD
004240         END-IF.
004250         IF COBW3-STATUS-CODE-200
004260             PERFORM ROUTE-LOOKUP   THRU EX-ROUTE-LOOKUP
004270             PERFORM LOAD-DRAFT     THRU EX-LOAD-DRAFT
004275             PERFORM PERF-TRATTO    THRU EX-PERF-TRATTO
004280             PERFORM CALL-WEB       THRU EX-CALL-WEB
004285             PERFORM PERF-CALLWEB   THRU EX-PERF-CALLWEB
004290             PERFORM ASSIGN-PROTOCOLLO
004300                 THRU EX-ASSIGN-PROTOCOLLO
004310             PERFORM STORE-CODICE-FISCALE
004320                 THRU EX-STORE-CODICE-FISCALE
004322             PERFORM STORE-CATASTO  THRU EX-STORE-CATASTO
004330             PERFORM SAVE-DRAFT     THRU EX-SAVE-DRAFT
004340             PERFORM RECORD-PAYMENT THRU EX-RECORD-PAYMENT
004350             PERFORM RECORD-BOLLO   THRU EX-RECORD-BOLLO
004352             PERFORM ALLINEA-AVVISO THRU EX-ALLINEA-AVVISO
004355             PERFORM PERF-TRATTO    THRU EX-PERF-TRATTO
004360             PERFORM PRINT-PRATICA-SUMMARY
004370                 THRU EX-PRINT-PRATICA-SUMMARY
004371             PERFORM PERF-STAMPA    THRU EX-PERF-STAMPA
004372             PERFORM PRINT-AVVISO   THRU EX-PRINT-AVVISO
004380             PERFORM FETCH-SPOOL    THRU EX-FETCH-SPOOL
004390             PERFORM EXPORT-CLOSED-PRATICA
004400                 THRU EX-EXPORT-CLOSED-PRATICA
004460         GOBACK.
004470*
004480* INIZIO-WEB resets the per-request working areas before the pratica
004490* type is resolved and the sub-program is dispatched, and starts
004495* the response timing SCRIVI-PERFLOG writes out from FINE-WEB.
004500*
004510 INIZIO-WEB.
004515         PERFORM PERF-INIZIO THRU EX-PERF-INIZIO.
004520         MOVE SPACES TO PROGRAMMA-WEB
004530         MOVE SPACES TO LIBRERIA-WEB
004540         MOVE SPACES TO PRA-TIPO-PRATICA
019040* before then.
019050*
019060         SET  PRATTACH-IN-QUARANTENA TO TRUE.
019065         PERFORM IMPOSTA-FIRMA THRU EX-IMPOSTA-FIRMA.
019070         WRITE PRATTACH-RECORD.
019080         MOVE "PRATTACH"      TO FILEH-NAME.
019090         MOVE STATUS-PRATTACH TO FILEH-STATUS.
022790* payload stays unwritten until the PRAPAY register covers
022800* IMPORTO-DOVUTO in full, so the year-end books never see a
022810* pratica marked settled with an open balance.
022812* A pratica on a plan of rate is settled as long as every rata
022814* due so far is covered; the rate still to come do not hold it.
022820*
022830         PERFORM 9400-COMPUTE-SALDO
022840             THRU EX-9400-COMPUTE-SALDO.
022845         PERFORM SALDO-PIANO-RATE THRU EX-SALDO-PIANO-RATE.
022850         IF PAY-SALDO-RESIDUO > 0
022860             MOVE 1                  TO TRACE-WORK-LEVEL
022870             MOVE "EXPORT-CLOSED"    TO TRACE-WORK-PARAGRAPH
027280                 GO TO EX-RECORD-PAYMENT
027290         END-READ.
027300         CLOSE PRAVIEW.
027302*
027303* The IUV was already vetted by CHECK-PAGAMENTO before the
027304* dispatch; here it is only read back for the PRAPAY row. The
027305* position is closed only once the row is written (a failed
027306* write is traced and answered 500 by CHECK-FILE-STATUS), and
027307* only for a pagoPA IUV, not for a desk or transfer receipt.
027308*
027310         PERFORM GET-PAYMENT-IUV    THRU EX-GET-PAYMENT-IUV.
027320         PERFORM GET-PAYMENT-CANALE THRU EX-GET-PAYMENT-CANALE.

027460         MOVE STATUS-PRAPAY TO FILEH-STATUS.
027470         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
027480         CLOSE PRAPAY.
027481         IF FILEH-FATAL
027482             GO TO EX-RECORD-PAYMENT
027483         END-IF.
027484         PERFORM CLASSIFICA-IUV THRU EX-CLASSIFICA-IUV.
027485         IF PAY-IUV-PAGOPA
027486             AND PAY-IUV NOT = SPACES
027487             PERFORM CHIUDI-POSIZIONE THRU EX-CHIUDI-POSIZIONE
027488         END-IF.

027490         MOVE 2                 TO TRACE-WORK-LEVEL.
027500         MOVE "RECORD-PAYMENT"  TO TRACE-WORK-PARAGRAPH.
029550                 END-STRING
029560                 PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
029570         END-CALL.
029572*
029574* The API service (OPENPA20) answers its own refusals in JSON:
029576* its callers are programs, which an HTML page would only
029578* confuse.
029579*
029580         IF NOT COBW3-STATUS-CODE-200
029585             AND PRA-TIPO-PRATICA NOT = "API"
029590             PERFORM SERVE-ERROR-PAGE THRU EX-SERVE-ERROR-PAGE
029600         END-IF.
029610 EX-CALL-WEB.
030770 EX-SERVE-ERROR-PAGE.
030780         EXIT.
030790*
030792* A 429 - an API client past its daily quota - counts toward the
030794* automatic block like a 403 or a 404: whoever keeps calling
030796* past the limit is shut out at the door.
030798*
030800 FINE-WEB.
030810         PERFORM LOG-AUDIT THRU EX-LOG-AUDIT.
030820         IF (COBW3-STATUS-CODE-403 OR COBW3-STATUS-CODE-404
030825             OR COBW3-STATUS-CODE = "429")
030830             AND NOT IPACLTAB-FOUND
030840             PERFORM RECORD-IP-FAILURE
030850                 THRU EX-RECORD-IP-FAILURE
030860         END-IF.
030865         PERFORM SCRIVI-PERFLOG THRU EX-SCRIVI-PERFLOG.
030870 EX-FINE-WEB.
030880         EXIT.
030890*
031380         EXIT.
031390*
031400* FILE-BACKOFF sleeps the retry's linear backoff before the next
031410* attempt on a locked file; the wait goes into the request's
031415* backoff time and the retry is counted for PERFLOG.
031420*
031430 FILE-BACKOFF.
031440         MOVE FILEH-RETRY-COUNT TO FILEH-BACKOFF-SECS.
031445         PERFORM PERF-ATTESA-INIZIO THRU EX-PERF-ATTESA-INIZIO.
031450         CALL "C$SLEEP" USING FILEH-BACKOFF-SECS.
031455         PERFORM PERF-ATTESA THRU EX-PERF-ATTESA.
031460 EX-FILE-BACKOFF.
031470         EXIT.
031480*
033720         COPY "PIOVIEW.CBL".
033730         COPY "PIOTAB.CBL".
033740         COPY "PIOPAY.CBL".
033750         COPY "PIOPOSD.CBL".
033760         COPY "PIORATE.CBL".
033770         COPY "PIODOC.CBL".
033780         COPY "CATACHK.CBL".
033790         COPY "PIOLINK.CBL".

033800*
033810* ALLINEA-AVVISO keeps the pagoPA posizione debitoria of the
033820* pratica this request named in line with what it still owes:
033830* the OPENPS04 service issues one the first time a registered
033840* pratica owes money, replaces it when IMPORTO-DOVUTO or the
033850* payments moved the balance, and cancels it once nothing is
033860* owed. Running after RECORD-PAYMENT, a payment taken at the
033870* desk without an IUV shrinks the open position the same
033880* request.
033890*
033900 ALLINEA-AVVISO.
033910         IF NOT COBW3-STATUS-CODE-200
033920             GO TO EX-ALLINEA-AVVISO
033930         END-IF.

033940         PERFORM GET-PRATICA-ID THRU EX-GET-PRATICA-ID.
033950         IF PRA-PRATICA-ID = SPACES
033960             GO TO EX-ALLINEA-AVVISO
033970         END-IF.

033980         OPEN INPUT PRAVIEW.
033990         MOVE "PRAVIEW"      TO FILEH-NAME.
034000         MOVE STATUS-PRAVIEW TO FILEH-STATUS.
034010         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
034020         IF FILEH-FATAL
034030             GO TO EX-ALLINEA-AVVISO
034040         END-IF.
034050         MOVE PRA-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
034060         MOVE PRA-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
034070         READ PRAVIEW
034080             INVALID KEY
034090                 CLOSE PRAVIEW
034100                 GO TO EX-ALLINEA-AVVISO
034110         END-READ.
034120         CLOSE PRAVIEW.

034130         SET POSD-FUNZ-ALLINEA       TO TRUE.
034140         MOVE PRA-COMUNE-CODE        TO POSD-COMUNE-CODE.
034150         MOVE PRA-PRATICA-ID         TO POSD-PRATICA-ID.
034160         MOVE PRAVIEW-PROTOCOLLO     TO POSD-PROTOCOLLO.
034170         MOVE PRAVIEW-IMPORTO-DOVUTO TO POSD-IMPORTO-DOVUTO.
034180         CALL "OPENPS04" USING POSDCALC-AREA.

034190         IF POSD-ESITO-EMESSA
034200             MOVE 2                 TO TRACE-WORK-LEVEL
034210             MOVE "ALLINEA-AVVISO"  TO TRACE-WORK-PARAGRAPH
034220             MOVE SPACES            TO TRACE-WORK-MESSAGE
034230             STRING "avviso emesso pratica " DELIMITED BY SIZE
034240                 PRA-PRATICA-ID     DELIMITED BY SPACE
034250                 " IUV "            DELIMITED BY SIZE
034260                 POSD-IUV           DELIMITED BY SPACE
034270                 INTO TRACE-WORK-MESSAGE
034280             END-STRING
034290             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
034300         END-IF.
034310         IF POSD-ESITO-ERRORE
034320             MOVE 1                 TO TRACE-WORK-LEVEL
034330             MOVE "ALLINEA-AVVISO"  TO TRACE-WORK-PARAGRAPH
034340             MOVE SPACES            TO TRACE-WORK-MESSAGE
034350             STRING "posizione debitoria non emessa pratica "
034360                     DELIMITED BY SIZE
034370                 PRA-PRATICA-ID     DELIMITED BY SIZE
034380                 INTO TRACE-WORK-MESSAGE
034390             END-STRING
034400             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
034410         END-IF.
034420 EX-ALLINEA-AVVISO.
034430         EXIT.
034440*
034450* PRINT-AVVISO prints the avviso di pagamento of the pratica's
034460* open position whenever the request carries an AVVISO
034470* parameter, through the same spool member, PIOWEB1 heading and
034480* pagination PRINT-PRATICA-SUMMARY uses for its report.
034490*
034500 PRINT-AVVISO.
034510         IF NOT COBW3-STATUS-CODE-200
034520             GO TO EX-PRINT-AVVISO
034530         END-IF.

034540         MOVE SPACES           TO COBW3-SEARCH-DATA.
034550         MOVE "AVVISO"         TO COBW3-SEARCH-DATA(1:6).
034560         MOVE 6                TO COBW3-SEARCH-LENGTH.
034570         SET COBW3-NUMBER-INIT TO TRUE.
034580         CALL "COBW3SR" USING COBW3.
034590         IF NOT COBW3-SEARCH-FLAG-EXIST
034600             GO TO EX-PRINT-AVVISO
034610         END-IF.

034620         PERFORM GET-PRATICA-ID THRU EX-GET-PRATICA-ID.
034630         IF PRA-PRATICA-ID = SPACES
034640             GO TO EX-PRINT-AVVISO
034650         END-IF.
034660         PERFORM BUILD-SPOOL-MEMBER
034670             THRU EX-BUILD-SPOOL-MEMBER.
034680         MOVE "AVVISO DI PAGAMENTO" TO STAMPA-TITOLO.
034690         PERFORM 9100-PRINT-INIT THRU EX-9100-PRINT-INIT.
034700         IF FILEH-FATAL
034710             MOVE "RIEPILOGO PRATICA" TO STAMPA-TITOLO
034720             GO TO EX-PRINT-AVVISO
034730         END-IF.
034740         PERFORM 9500-PRINT-AVVISO THRU EX-9500-PRINT-AVVISO.
034750         CLOSE PRASTAMPA.
034760         MOVE "RIEPILOGO PRATICA" TO STAMPA-TITOLO.
034770         PERFORM SCRIVI-SPOOL-DIR THRU EX-SCRIVI-SPOOL-DIR.
034780         IF NOT FILEH-FATAL
034790             PERFORM EMETTI-SPOOL-RIF
034800                 THRU EX-EMETTI-SPOOL-RIF
034810         END-IF.
034820 EX-PRINT-AVVISO.
034830         EXIT.
034840*
034850* RISCONTRA-IUV-PAGAMENTO refuses, before the sub-program runs
034860* and long before anything reaches PRAPAY, a payment whose IUV
034870* is not an open posizione debitoria of this pratica: an IUV
034880* the comune never issued, one issued for another pratica, or
034890* one already paid, cancelled or replaced. A pagoPA payment
034900* (the default WEB channel) must name its IUV. The desk and
034910* transfer channels keep carrying their own receipt numbers in
034920* the field: only one with the 17-digit pagoPA shape is vetted,
034930* anything else passes unchanged and the position is realigned
034940* on the residual by ALLINEA-AVVISO. The refusal is a 400 with
034950* the IUV on the trace, which the audit row of the request
034960* records as well.
034970*
034980 RISCONTRA-IUV-PAGAMENTO.
034990         PERFORM CLASSIFICA-IUV THRU EX-CLASSIFICA-IUV.
035000         IF PAY-IUV-ALTRO
035010             GO TO EX-RISCONTRA-IUV-PAGAMENTO
035020         END-IF.

035030         SET POSD-FUNZ-VERIFICA TO TRUE.
035040         MOVE PRA-COMUNE-CODE   TO POSD-COMUNE-CODE.
035050         MOVE PRA-PRATICA-ID    TO POSD-PRATICA-ID.
035060         MOVE PAY-IUV           TO POSD-IUV.
035070         CALL "OPENPS04" USING POSDCALC-AREA.
035080         IF POSD-ESITO-OK
035090             GO TO EX-RISCONTRA-IUV-PAGAMENTO
035100         END-IF.

035110         MOVE "400" TO COBW3-STATUS-CODE.
035120         MOVE 1                          TO TRACE-WORK-LEVEL.
035130         MOVE "CHECK-PAGAMENTO"          TO TRACE-WORK-PARAGRAPH.
035140         MOVE SPACES                     TO TRACE-WORK-MESSAGE.
035150         IF POSD-ESITO-NON-APERTA
035160             STRING "pagamento rifiutato, IUV non aperto "
035170                     DELIMITED BY SIZE
035180                 PAY-IUV                 DELIMITED BY SPACE
035190                 " pratica "             DELIMITED BY SIZE
035200                 PRA-PRATICA-ID          DELIMITED BY SIZE
035210                 INTO TRACE-WORK-MESSAGE
035220             END-STRING
035230         ELSE
035240             STRING "pagamento rifiutato, IUV sconosciuto "
035250                     DELIMITED BY SIZE
035260                 PAY-IUV                 DELIMITED BY SPACE
035270                 " pratica "             DELIMITED BY SIZE
035280                 PRA-PRATICA-ID          DELIMITED BY SIZE
035290                 INTO TRACE-WORK-MESSAGE
035300             END-STRING
035310         END-IF.
035320         PERFORM WRITE-TRACE THRU EX-WRITE-TRACE.
035330 EX-RISCONTRA-IUV-PAGAMENTO.
035340         EXIT.
035350*
035360* CLASSIFICA-IUV tells a pagoPA IUV - any value on the WEB
035370* channel, or 17 digits and nothing after - from the receipt
035380* number of a desk or transfer payment.
035390*
035400 CLASSIFICA-IUV.
035410         SET PAY-IUV-ALTRO TO TRUE.
035420         IF PAY-CANALE = "WEB"
035430             OR (PAY-IUV(1:17) IS NUMERIC
035440                 AND PAY-IUV(18:18) = SPACES)
035450             SET PAY-IUV-PAGOPA TO TRUE
035460         END-IF.
035470 EX-CLASSIFICA-IUV.
035480         EXIT.
035490*
035500* CHIUDI-POSIZIONE closes the position the payment just posted
035510* to PRAPAY was made against, so the avviso can not be paid a
035520* second time.
035530*
035540 CHIUDI-POSIZIONE.
035550         SET POSD-FUNZ-PAGA     TO TRUE.
035560         MOVE PRA-COMUNE-CODE   TO POSD-COMUNE-CODE.
035570         MOVE PRA-PRATICA-ID    TO POSD-PRATICA-ID.
035580         MOVE PAY-IUV           TO POSD-IUV.
035590         CALL "OPENPS04" USING POSDCALC-AREA.
035600         IF NOT POSD-ESITO-OK
035610             MOVE 1                 TO TRACE-WORK-LEVEL
035620             MOVE "RECORD-PAYMENT"  TO TRACE-WORK-PARAGRAPH
035630             MOVE SPACES            TO TRACE-WORK-MESSAGE
035640             STRING "posizione non chiusa IUV "
035650                     DELIMITED BY SIZE
035660                 PAY-IUV            DELIMITED BY SPACE
035670                 INTO TRACE-WORK-MESSAGE
035680             END-STRING
035690             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
035700         END-IF.
035710 EX-CHIUDI-POSIZIONE.
035720         EXIT.
035730*
035740* SALDO-PIANO-RATE replaces the residual 9400-COMPUTE-SALDO left
035750* in PAY-SALDO-RESIDUO with what the rate already due still lack
035760* when the pratica is on a plan - their capital and the legal
035770* interest run up on it - as the OPENPS05 service allocates the
035780* incassi over the rate as of today.
035790*
035800 SALDO-PIANO-RATE.
035810         MOVE PRA-COMUNE-CODE TO RATE-COMUNE-CODE.
035820         MOVE PRA-PRATICA-ID  TO RATE-PRATICA-ID.
035830         MOVE 0               TO RATE-DATA-RIFERIMENTO.
035840         CALL "OPENPS05" USING RATECALC-AREA.
035850         IF RATE-CON-PIANO
035860             MOVE RATE-SCOPERTO-SCADUTO TO PAY-SALDO-RESIDUO
035870         END-IF.
035880 EX-SALDO-PIANO-RATE.
035890         EXIT.
035900*
035910* IMPOSTA-FIRMA sets the signature fields of the PRATTACH row
035920* SAVE-ATTACHMENT is about to write. A signed envelope waits for
035930* the verifier whatever its type; a document of a type
035940* FIRMATAB.CBL lists must carry a valid signature to count as
035950* received, so a plain upload of one stays without.
035960*
035970 IMPOSTA-FIRMA.
035980         SET PRATTACH-FIRMA-FACOLTATIVA TO TRUE.
035990         SET PRATTACH-FIRMA-ASSENTE     TO TRUE.
036000         MOVE SPACES TO PRATTACH-FIRMATARIO-CF.
036010         MOVE 0      TO PRATTACH-FIRMA-DATA.
036020         MOVE 0      TO PRATTACH-CERT-SCADENZA.
036030         MOVE SPACES TO PRATTACH-CERT-VALIDO-SW.
036040         MOVE SPACES TO PRATTACH-FIRMATARIO-SW.
036050         IF PRATTACH-CONTENT-TYPE = "application/pkcs7-mime"
036060             SET PRATTACH-FIRMA-RICHIESTA     TO TRUE
036070             SET PRATTACH-FIRMA-DA-VERIFICARE TO TRUE
036080         END-IF.

036090         SET FIRMATAB-NOT-FOUND TO TRUE.
036100         PERFORM CHECK-FIRMA-TIPO THRU EX-CHECK-FIRMA-TIPO
036110             VARYING FIRMATAB-IX FROM 1 BY 1
036120             UNTIL FIRMATAB-IX > FIRMATAB-COUNT
036130                OR FIRMATAB-FOUND.
036140         IF FIRMATAB-FOUND
036150             SET PRATTACH-FIRMA-RICHIESTA TO TRUE
036160         END-IF.
036170 EX-IMPOSTA-FIRMA.
036180         EXIT.
036190*
036200 CHECK-FIRMA-TIPO.
036210         IF PRATTACH-DOC-TYPE = FIRMATAB-DOC-TYPE(FIRMATAB-IX)
036220             SET FIRMATAB-FOUND TO TRUE
036230         END-IF.
036240 EX-CHECK-FIRMA-TIPO.
036250         EXIT.
036260*
036270* CHECK-CATASTO takes the riferimenti catastali a dispatched form
036280* lists - one SEZIONE/FOGLIO/PARTICELLA/SUBALTERNO/INDIRIZZO set
036290* per parcel, matched by occurrence number - and checks every
036300* one for format before the sub-program runs. Like the codice
036310* fiscale they count only on a verified state-changing request;
036320* a malformed parcel, or more parcels than a pratica holds, is
036330* refused outright with a 400 and nothing is stored.
036340*
036350 CHECK-CATASTO.
036360         SET CATA-ASSENTE TO TRUE.
036370         MOVE 0 TO CATA-CONTA.
036380         MOVE "FOGLIO" TO NVI-NAME.
036390         MOVE 6        TO NVI-NAME-LEN.
036400         PERFORM GET-ALL-OCCURRENCES THRU EX-GET-ALL-OCCURRENCES.
036410         IF NVI-COUNT = 0
036420             GO TO EX-CHECK-CATASTO
036430         END-IF.

036440         SET COBW3-REQUEST-METHOD TO TRUE.
036450         CALL "COBW3SR" USING COBW3.
036460         MOVE COBW3-REQUEST-INFO(1:4) TO CSRF-REQUEST-METHOD.
036470         IF CSRF-REQUEST-METHOD = "GET "
036480             OR NOT COBW3-SESSION-STATUS-STARTED
036490             MOVE 2                 TO TRACE-WORK-LEVEL
036500             MOVE "CHECK-CATASTO"   TO TRACE-WORK-PARAGRAPH
036510             MOVE "catasto ignorato su richiesta non verificata"
036520                 TO TRACE-WORK-MESSAGE
036530             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
036540             GO TO EX-CHECK-CATASTO
036550         END-IF.

036560         IF NVI-COUNT > CATA-MAX-PARCELLE
036570             OR NVI-TRUNCATED
036580             MOVE "400" TO COBW3-STATUS-CODE
036590             MOVE 1                 TO TRACE-WORK-LEVEL
036600             MOVE "CHECK-CATASTO"   TO TRACE-WORK-PARAGRAPH
036610             MOVE "troppe particelle, richiesta respinta"
036620                 TO TRACE-WORK-MESSAGE
036630             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
036640             GO TO EX-CHECK-CATASTO
036650         END-IF.

036660         MOVE NVI-COUNT TO CATA-CONTA.
036670         SET CATA-VALIDA TO TRUE.
036680         PERFORM LEGGI-PARCELLA THRU EX-LEGGI-PARCELLA
036690             VARYING CATA-IX FROM 1 BY 1
036700             UNTIL CATA-IX > CATA-CONTA
036710                OR CATA-NON-VALIDA.
036720         IF CATA-NON-VALIDA
036730             MOVE "400" TO COBW3-STATUS-CODE
036740             MOVE 1                 TO TRACE-WORK-LEVEL
036750             MOVE "CHECK-CATASTO"   TO TRACE-WORK-PARAGRAPH
036760             MOVE SPACES            TO TRACE-WORK-MESSAGE
036770             STRING "riferimento catastale respinto: "
036780                     DELIMITED BY SIZE
036790                 CATA-MOTIVO DELIMITED BY SIZE
036800                 INTO TRACE-WORK-MESSAGE
036810             END-STRING
036820             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
036830             GO TO EX-CHECK-CATASTO
036840         END-IF.

036850         SET CATA-PRESENTE TO TRUE.
036860 EX-CHECK-CATASTO.
036870         EXIT.
036880*
036890* LEGGI-PARCELLA reads the CATA-IX-th occurrence of each parcel
036900* field, checks it through CONTROLLA-PARCELLA and keeps the
036910* normalised parcel in CATA-TABELLA.
036920*
036930 LEGGI-PARCELLA.
036940         MOVE "SEZIONE"    TO NVI-NAME.
036950         MOVE 7            TO NVI-NAME-LEN.
036960         PERFORM GET-PARAMETRO-CATASTO
036970             THRU EX-GET-PARAMETRO-CATASTO.
036980         MOVE CATA-CAMPO   TO CATA-IN-SEZIONE.
036990         MOVE "FOGLIO"     TO NVI-NAME.
037000         MOVE 6            TO NVI-NAME-LEN.
037010         PERFORM GET-PARAMETRO-CATASTO
037020             THRU EX-GET-PARAMETRO-CATASTO.
037030         MOVE CATA-CAMPO   TO CATA-IN-FOGLIO.
037040         MOVE "PARTICELLA" TO NVI-NAME.
037050         MOVE 10           TO NVI-NAME-LEN.
037060         PERFORM GET-PARAMETRO-CATASTO
037070             THRU EX-GET-PARAMETRO-CATASTO.
037080         MOVE CATA-CAMPO   TO CATA-IN-PARTICELLA.
037090         MOVE "SUBALTERNO" TO NVI-NAME.
037100         MOVE 10           TO NVI-NAME-LEN.
037110         PERFORM GET-PARAMETRO-CATASTO
037120             THRU EX-GET-PARAMETRO-CATASTO.
037130         MOVE CATA-CAMPO   TO CATA-IN-SUBALTERNO.

037140         PERFORM CONTROLLA-PARCELLA THRU EX-CONTROLLA-PARCELLA.
037150         IF CATA-NON-VALIDA
037160             GO TO EX-LEGGI-PARCELLA
037170         END-IF.
037180         MOVE CATA-SEZIONE    TO CATA-T-SEZIONE(CATA-IX).
037190         MOVE CATA-FOGLIO     TO CATA-T-FOGLIO(CATA-IX).
037200         MOVE CATA-PARTICELLA TO CATA-T-PARTICELLA(CATA-IX).
037210         MOVE CATA-SUBALTERNO TO CATA-T-SUBALTERNO(CATA-IX).

037220         MOVE "INDIRIZZO"  TO NVI-NAME.
037230         MOVE 9            TO NVI-NAME-LEN.
037240         PERFORM GET-PARAMETRO-CATASTO
037250             THRU EX-GET-PARAMETRO-CATASTO.
037260         IF CATA-CAMPO(61:4) NOT = SPACES
037270             SET CATA-NON-VALIDA TO TRUE
037280             MOVE "INDIRIZZO TROPPO LUNGO" TO CATA-MOTIVO
037290             GO TO EX-LEGGI-PARCELLA
037300         END-IF.
037310         INSPECT CATA-CAMPO CONVERTING
037320             "abcdefghijklmnopqrstuvwxyz" TO
037330             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
037340         MOVE CATA-CAMPO(1:60) TO CATA-T-INDIRIZZO(CATA-IX).
037350 EX-LEGGI-PARCELLA.
037360         EXIT.
037370*
037380* GET-PARAMETRO-CATASTO fetches occurrence CATA-IX of the field
037390* NVI-NAME into CATA-CAMPO, spaces when the form left it out; a
037400* value longer than the field can ever be comes back as all
037410* asterisks, so the format check refuses it instead of keeping
037420* a truncated piece.
037430*
037440 GET-PARAMETRO-CATASTO.
037450         MOVE SPACES TO CATA-CAMPO.
037460         MOVE SPACES TO COBW3-SEARCH-DATA.
037470         MOVE NVI-NAME(1:NVI-NAME-LEN)
037480             TO COBW3-SEARCH-DATA(1:NVI-NAME-LEN).
037490         MOVE NVI-NAME-LEN TO COBW3-SEARCH-LENGTH.
037500         MOVE CATA-IX      TO COBW3-NUMBER.
037510         CALL "COBW3SR" USING COBW3.
037520         IF NOT COBW3-SEARCH-FLAG-EXIST
037530             GO TO EX-GET-PARAMETRO-CATASTO
037540         END-IF.
037550         IF COBW3-GET-LENGTH > 64
037560             MOVE ALL "*" TO CATA-CAMPO
037570         ELSE
037580             MOVE COBW3-GET-DATA(1:64) TO CATA-CAMPO
037590         END-IF.
037600 EX-GET-PARAMETRO-CATASTO.
037610         EXIT.
037620*
037630* STORE-CATASTO replaces the parcels on file for the pratica the
037640* request worked with the ones the form listed: the form always
037650* carries the pratica's whole list, so a parcel dropped from it
037660* leaves the file too. A request without parcel fields leaves
037670* the rows alone, and a pratica already concluded keeps the
037680* parcels it was decided on.
037690*
037700 STORE-CATASTO.
037710         IF NOT COBW3-STATUS-CODE-200
037720             OR CATA-ASSENTE
037730             GO TO EX-STORE-CATASTO
037740         END-IF.
037750         PERFORM GET-PRATICA-ID THRU EX-GET-PRATICA-ID.
037760         IF PRA-PRATICA-ID = SPACES
037770             GO TO EX-STORE-CATASTO
037780         END-IF.

037790         PERFORM OPEN-PRAVIEW-IO THRU EX-OPEN-PRAVIEW-IO.
037800         IF FILEH-FATAL
037810             GO TO EX-STORE-CATASTO
037820         END-IF.
037830         MOVE PRA-COMUNE-CODE TO PRAVIEW-COMUNE-CODE.
037840         MOVE PRA-PRATICA-ID  TO PRAVIEW-PRATICA-ID.
037850         READ PRAVIEW
037860             INVALID KEY
037870                 CLOSE PRAVIEW
037880                 GO TO EX-STORE-CATASTO
037890         END-READ.
037900         CLOSE PRAVIEW.
037910         IF PRAVIEW-STATO-CHIUSA
037920             OR PRAVIEW-STATO-ACCOLTA
037930             OR PRAVIEW-STATO-RESPINTA
037940             MOVE 2                 TO TRACE-WORK-LEVEL
037950             MOVE "STORE-CATASTO"   TO TRACE-WORK-PARAGRAPH
037960             MOVE "catasto di pratica conclusa non modificato"
037970                 TO TRACE-WORK-MESSAGE
037980             PERFORM WRITE-TRACE THRU EX-WRITE-TRACE
037990             GO TO EX-STORE-CATASTO
038000         END-IF.

038010         OPEN I-O PRACATAS.
038020         IF STATUS-PRACATAS = "35"
038030             OPEN OUTPUT PRACATAS
038040             CLOSE PRACATAS
038050             OPEN I-O PRACATAS
038060         END-IF.
038070         MOVE "PRACATAS"      TO FILEH-NAME.
038080         MOVE STATUS-PRACATAS TO FILEH-STATUS.
038090         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
038100         IF FILEH-FATAL
038110             GO TO EX-STORE-CATASTO
038120         END-IF.

038130         SET CATA-NON-VALIDA TO TRUE.
038140         MOVE PRA-COMUNE-CODE TO PRACATAS-COMUNE-CODE.
038150         MOVE PRA-PRATICA-ID  TO PRACATAS-PRATICA-ID.
038160         MOVE 0               TO PRACATAS-PROGRESSIVO.
038170         START PRACATAS KEY IS NOT LESS THAN PRACATAS-KEY
038180             INVALID KEY
038190                 SET CATA-VALIDA TO TRUE
038200         END-START.
038210         PERFORM CANCELLA-PARCELLA THRU EX-CANCELLA-PARCELLA
038220             UNTIL CATA-VALIDA.

038230         PERFORM SCRIVI-PARCELLA THRU EX-SCRIVI-PARCELLA
038240             VARYING CATA-IX FROM 1 BY 1
038250             UNTIL CATA-IX > CATA-CONTA
038260                OR FILEH-FATAL.
038270         CLOSE PRACATAS.
038280         IF FILEH-FATAL
038290             GO TO EX-STORE-CATASTO
038300         END-IF.

038310         MOVE 3                 TO TRACE-WORK-LEVEL.
038320         MOVE "STORE-CATASTO"   TO TRACE-WORK-PARAGRAPH.
038330         MOVE "riferimenti catastali registrati"
038340             TO TRACE-WORK-MESSAGE.
038350         PERFORM WRITE-TRACE THRU EX-WRITE-TRACE.
038360 EX-STORE-CATASTO.
038370         EXIT.
038380*
038390* CANCELLA-PARCELLA drops one row of the pratica's old list; the
038400* walk ends (CATA-VALIDA) once the key leaves the pratica.
038410*
038420 CANCELLA-PARCELLA.
038430         READ PRACATAS NEXT RECORD
038440             AT END
038450                 SET CATA-VALIDA TO TRUE
038460                 GO TO EX-CANCELLA-PARCELLA
038470         END-READ.
038480         IF PRACATAS-COMUNE-CODE NOT = PRA-COMUNE-CODE
038490             OR PRACATAS-PRATICA-ID NOT = PRA-PRATICA-ID
038500             SET CATA-VALIDA TO TRUE
038510             GO TO EX-CANCELLA-PARCELLA
038520         END-IF.
038530         DELETE PRACATAS RECORD
038540             INVALID KEY
038550                 CONTINUE
038560         END-DELETE.
038570 EX-CANCELLA-PARCELLA.
038580         EXIT.
038590*
038600 SCRIVI-PARCELLA.
038610         MOVE SPACES          TO PRACATAS-RECORD.
038620         MOVE PRA-COMUNE-CODE TO PRACATAS-COMUNE-CODE.
038630         MOVE PRA-PRATICA-ID  TO PRACATAS-PRATICA-ID.
038640         MOVE CATA-IX         TO PRACATAS-PROGRESSIVO.
038650         MOVE PRA-COMUNE-CODE TO PRACATAS-PARC-COMUNE.
038660         MOVE CATA-T-SEZIONE(CATA-IX)    TO PRACATAS-SEZIONE.
038670         MOVE CATA-T-FOGLIO(CATA-IX)     TO PRACATAS-FOGLIO.
038680         MOVE CATA-T-PARTICELLA(CATA-IX) TO PRACATAS-PARTICELLA.
038690         MOVE CATA-T-SUBALTERNO(CATA-IX) TO PRACATAS-SUBALTERNO.
038700         MOVE CATA-T-INDIRIZZO(CATA-IX)  TO PRACATAS-INDIRIZZO.
038710         ACCEPT PRACATAS-DATA-INSERIMENTO FROM DATE YYYYMMDD.
038720         WRITE PRACATAS-RECORD.
038730         MOVE "PRACATAS"      TO FILEH-NAME.
038740         MOVE STATUS-PRACATAS TO FILEH-STATUS.
038750         PERFORM CHECK-FILE-STATUS THRU EX-CHECK-FILE-STATUS.
038760 EX-SCRIVI-PARCELLA.
038770         EXIT.
038780*
038790* Response timing. PERF-INIZIO, performed first thing in INIZIO-WEB,
038800* notes when the request arrived; PERF-TRATTO marks the start of a
038810* timed stretch of the mainline and PERF-CALLWEB/PERF-STAMPA add it
038820* to the time spent in the sub-program and in PRINT-PRATICA-SUMMARY;
038830* FILE-BACKOFF brackets its sleep with PERF-ATTESA-INIZIO and
038840* PERF-ATTESA. SCRIVI-PERFLOG, from FINE-WEB, writes the one PERFLOG
038850* line OPENPJ38 reports on overnight.
038860*
038870 PERF-INIZIO.
038880         ACCEPT PERF-INIZIO-DATE FROM DATE YYYYMMDD.
038890         PERFORM PERF-OROLOGIO THRU EX-PERF-OROLOGIO.
038900         MOVE PERF-ORA-X     TO PERF-INIZIO-TIME.
038910         MOVE PERF-ADESSO-CS TO PERF-INIZIO-CS.
038920         MOVE PERF-ADESSO-CS TO PERF-TRATTO-DA.
038930         MOVE PERF-ADESSO-CS TO PERF-ATTESA-DA.
038940         MOVE 0 TO PERF-CALLWEB-ACC.
038950         MOVE 0 TO PERF-BACKOFF-ACC.
038960         MOVE 0 TO PERF-STAMPA-ACC.
038970         MOVE 0 TO PERF-RETRY-COUNT.
038980 EX-PERF-INIZIO.
038990         EXIT.
039000*
039010* PERF-OROLOGIO reads the clock into PERF-ADESSO-CS, in hundredths
039020* of a second since midnight.
039030*
039040 PERF-OROLOGIO.
039050         ACCEPT PERF-ORA FROM TIME.
039060         COMPUTE PERF-ADESSO-CS =
039070             ((PERF-ORA-HH * 60 + PERF-ORA-MM) * 60
039080               + PERF-ORA-SS) * 100 + PERF-ORA-CC.
039090 EX-PERF-OROLOGIO.
039100         EXIT.
039110*
039120* PERF-DELTA reads the clock and leaves in PERF-DELTA-CS the time
039130* gone by since PERF-DA-CS, allowing for a request that runs across
039140* midnight.
039150*
039160 PERF-DELTA.
039170         PERFORM PERF-OROLOGIO THRU EX-PERF-OROLOGIO.
039180         IF PERF-ADESSO-CS < PERF-DA-CS
039190             COMPUTE PERF-DELTA-CS =
039200                 PERF-ADESSO-CS + 8640000 - PERF-DA-CS
039210         ELSE
039220             COMPUTE PERF-DELTA-CS = PERF-ADESSO-CS - PERF-DA-CS
039230         END-IF.
039240 EX-PERF-DELTA.
039250         EXIT.
039260*
039270 PERF-TRATTO.
039280         PERFORM PERF-OROLOGIO THRU EX-PERF-OROLOGIO.
039290         MOVE PERF-ADESSO-CS TO PERF-TRATTO-DA.
039300 EX-PERF-TRATTO.
039310         EXIT.
039320*
039330 PERF-CALLWEB.
039340         MOVE PERF-TRATTO-DA TO PERF-DA-CS.
039350         PERFORM PERF-DELTA THRU EX-PERF-DELTA.
039360         ADD PERF-DELTA-CS TO PERF-CALLWEB-ACC.
039370 EX-PERF-CALLWEB.
039380         EXIT.
039390*
039400 PERF-STAMPA.
039410         MOVE PERF-TRATTO-DA TO PERF-DA-CS.
039420         PERFORM PERF-DELTA THRU EX-PERF-DELTA.
039430         ADD PERF-DELTA-CS TO PERF-STAMPA-ACC.
039440 EX-PERF-STAMPA.
039450         EXIT.
039460*
039470* The backoff has its own mark: a lock retry can happen inside a
039480* stretch PERF-TRATTO is already timing.
039490*
039500 PERF-ATTESA-INIZIO.
039510         PERFORM PERF-OROLOGIO THRU EX-PERF-OROLOGIO.
039520         MOVE PERF-ADESSO-CS TO PERF-ATTESA-DA.
039530 EX-PERF-ATTESA-INIZIO.
039540         EXIT.
039550*
039560 PERF-ATTESA.
039570         MOVE PERF-ATTESA-DA TO PERF-DA-CS.
039580         PERFORM PERF-DELTA THRU EX-PERF-DELTA.
039590         ADD PERF-DELTA-CS TO PERF-BACKOFF-ACC.
039600         ADD 1 TO PERF-RETRY-COUNT.
039610 EX-PERF-ATTESA.
039620         EXIT.
039630*
039640* SCRIVI-PERFLOG appends the request's line to PERFLOG. Like
039650* WRITE-TRACE it never costs the request anything: when the log
039660* cannot be opened the line is simply not written.
039670*
039680 SCRIVI-PERFLOG.
039690         MOVE PERF-INIZIO-CS TO PERF-DA-CS.
039700         PERFORM PERF-DELTA THRU EX-PERF-DELTA.

039710         OPEN EXTEND PERFLOG.
039720         IF STATUS-PERFLOG NOT = "00"
039730             AND STATUS-PERFLOG NOT = "05"
039740             GO TO EX-SCRIVI-PERFLOG
039750         END-IF.

039760         MOVE SPACES            TO PERFLOG-RECORD.
039770         MOVE PERF-INIZIO-DATE  TO PERF-DATE.
039780         MOVE PERF-INIZIO-TIME  TO PERF-TIME.
039790         MOVE PRA-COMUNE-CODE   TO PERF-COMUNE-CODE.
039800         MOVE PRA-TIPO-PRATICA  TO PERF-TIPO-PRATICA.
039810         MOVE PRA-PRATICA-ID    TO PERF-PRATICA-ID.
039820         MOVE COBW3-STATUS-CODE TO PERF-STATUS-CODE.
039830         MOVE PERF-DELTA-CS     TO PERF-TOTALE-CS.
039840         MOVE PERF-CALLWEB-ACC  TO PERF-CALLWEB-CS.
039850         MOVE PERF-BACKOFF-ACC  TO PERF-BACKOFF-CS.
039860         MOVE PERF-STAMPA-ACC   TO PERF-STAMPA-CS.
039870         IF PERF-RETRY-COUNT > 999
039880             MOVE 999 TO PERF-RETRY
039890         ELSE
039900             MOVE PERF-RETRY-COUNT TO PERF-RETRY
039910         END-IF.
039920         MOVE PROGRAMMA-WEB     TO PERF-PROGRAMMA.

039930         WRITE PERFLOG-RECORD.

039940         CLOSE PERFLOG.
039950 EX-SCRIVI-PERFLOG.
039960         EXIT.
039970*
039980* CHECK-PAGAMENTO vets the IUV of a payment the request carries
039990* before CALL-WEB renders a page for it, so a refused payment
040000* gets the 400 page and not a 200 body. Only the payments
040010* RECORD-PAYMENT would post are looked at - a PAGAMENTO on a
040020* verified state-changing request - and the pratica is taken
040030* off the request just for the check, the dispatch still finding
040040* PRA-PRATICA-ID as it left INIZIO-WEB.
040050*
040060 CHECK-PAGAMENTO.
040070         MOVE SPACES           TO COBW3-SEARCH-DATA.
040080         MOVE "PAGAMENTO"      TO COBW3-SEARCH-DATA(1:9).
040090         MOVE 9                TO COBW3-SEARCH-LENGTH.
040100         SET COBW3-NUMBER-INIT TO TRUE.
040110         CALL "COBW3SR" USING COBW3.
040120         IF NOT COBW3-SEARCH-FLAG-EXIST
040130             GO TO EX-CHECK-PAGAMENTO
040140         END-IF.

040150         SET COBW3-REQUEST-METHOD TO TRUE.
040160         CALL "COBW3SR" USING COBW3.
040170         MOVE COBW3-REQUEST-INFO(1:4) TO CSRF-REQUEST-METHOD.
040180         IF CSRF-REQUEST-METHOD = "GET "
040190             OR NOT COBW3-SESSION-STATUS-STARTED
040200             GO TO EX-CHECK-PAGAMENTO
040210         END-IF.

040220         MOVE PRA-PRATICA-ID   TO PAY-PRATICA-SALVATA.
040230         PERFORM GET-PRATICA-ID THRU EX-GET-PRATICA-ID.
040240         IF PRA-PRATICA-ID NOT = SPACES
040250             PERFORM GET-PAYMENT-IUV    THRU EX-GET-PAYMENT-IUV
040260             PERFORM GET-PAYMENT-CANALE THRU EX-GET-PAYMENT-CANALE
040270             PERFORM RISCONTRA-IUV-PAGAMENTO
040280                 THRU EX-RISCONTRA-IUV-PAGAMENTO
040290         END-IF.
040300         MOVE PAY-PRATICA-SALVATA TO PRA-PRATICA-ID.
040310 EX-CHECK-PAGAMENTO.
040320         EXIT.
