000010*
000020* CALCHK.CBL - parameter area of the OPENPS07 date service, the
000030* one place a term becomes a deadline. The caller fills the
000040* comune and either a start date and a number of days (DATA) or
000050* a pratica with its categoria and DATA-APERTURA (PRATICA); in
000060* the second case the service itself reads the categoria's "S"
000070* row of PRATAB for the term and the silenzio-assenso flag, and
000080* rebuilds the SO/IR suspension days from PRAHIST. The deadline
000090* that comes back is the start date plus the days (plus the
000100* suspension), moved forward past any Sunday, national holiday,
000110* santo patrono or office closure in the comune's PRACAL
000120* calendar, so every program asking about the same pratica gets
000130* the same day. Copied into WORKING-STORAGE by callers and into
000140* the LINKAGE SECTION by OPENPS07 itself.
000150*
000160 01  CALCHK-AREA.
000170     05  CAL-MODO                  PIC X(01).
000180         88  CAL-MODO-DATA             VALUE "D".
000190         88  CAL-MODO-PRATICA          VALUE "P".
000200     05  CAL-COMUNE-CODE           PIC X(06).
000210     05  CAL-PRATICA-ID            PIC X(10).
000220     05  CAL-CATEGORIA             PIC X(06).
000230     05  CAL-DATA-BASE             PIC 9(08).
000240*
000250* In DATA mode the caller's term; in PRATICA mode the service
000260* returns here the term it found for the categoria.
000270*
000280     05  CAL-GIORNI                PIC 9(05).
000290*
000300* ERRORE when the start date is not a real date: no deadline
000310* comes back, and the caller leaves the term alone.
000320*
000330     05  CAL-ESITO                 PIC X(01).
000340         88  CAL-ESITO-OK              VALUE "0".
000350         88  CAL-ESITO-ERRORE          VALUE "1".
000360     05  CAL-SILENZIO-SW           PIC X(01).
000370         88  CAL-SILENZIO              VALUE "S".
000380         88  CAL-NO-SILENZIO           VALUE "N".
000390*
000400* SOSPESA when the PRAHIST trail ends inside a suspension: the
000410* clock is stopped today, and the deadline moves on every day.
000420*
000430     05  CAL-SOSPESA-SW            PIC X(01).
000440         88  CAL-SOSPESA               VALUE "S".
000450         88  CAL-NON-SOSPESA           VALUE "N".
000460     05  CAL-GIORNI-SOSP           PIC S9(05) COMP-5.
000470     05  CAL-GIORNI-NETTI          PIC S9(05) COMP-5.
000480     05  CAL-SCADENZA              PIC 9(08).
000490     05  CAL-SPOSTATA-SW           PIC X(01).
000500         88  CAL-SPOSTATA              VALUE "S".
000510         88  CAL-NON-SPOSTATA          VALUE "N".
000520*
000530* Days from today to the deadline: zero on the day itself,
000540* negative once it has passed.
000550*
000560     05  CAL-GIORNI-RESIDUI        PIC S9(05) COMP-5.
