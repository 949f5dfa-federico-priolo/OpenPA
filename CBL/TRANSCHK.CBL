000310         88  TRN-RUOLO-ADMIN           VALUE "A".
000320         88  TRN-RUOLO-BATCH           VALUE "B".
000330         88  TRN-RUOLO-DECIDE          VALUE "R" "A" "B".
000340*
000350* The pratica being moved, appended after the role on the same
000360* terms: the closing of a pratica accolta or respinta (AC/RE to
000370* CH) is admitted only once its provvedimento finale is signed
000380* in PRAPROVV, and a caller that names no pratica fails closed.
000390*
000400     05  TRN-PRATICA-ID            PIC X(10).
