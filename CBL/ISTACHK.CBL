000010*
000020* ISTACHK.CBL - completeness check of the ISTAT data of a
000030* pratica edilizia, COPYed into the PROCEDURE DIVISION of the
000040* page that records them and of the quarterly run that sends
000050* them (working fields in ISTAWS.CBL), so a row the page took
000060* is never refused by the run. Tipo intervento and uso must be
000070* one of the codes, volume and superficie cannot be zero, a
000080* residenziale building must bring at least one abitazione,
000090* and no building has fewer stanze than abitazioni.
000100*
000110 CONTROLLA-ISTAT.
000120     SET ISTA-COMPLETA TO TRUE.
000130     MOVE SPACES TO ISTA-MOTIVO.
000140     IF NOT ISTA-TIPO-VALIDO
000150         SET ISTA-INCOMPLETA TO TRUE
000160         MOVE "TIPO INTERVENTO MANCANTE" TO ISTA-MOTIVO
000170         GO TO EX-CONTROLLA-ISTAT
000180     END-IF.
000190     IF NOT ISTA-RESID-VALIDO
000200         SET ISTA-INCOMPLETA TO TRUE
000210         MOVE "USO RESIDENZIALE S/N MANCANTE" TO ISTA-MOTIVO
000220         GO TO EX-CONTROLLA-ISTAT
000230     END-IF.
000240     IF ISTA-VOLUME NOT NUMERIC OR ISTA-VOLUME = 0
000250         SET ISTA-INCOMPLETA TO TRUE
000260         MOVE "VOLUME MANCANTE" TO ISTA-MOTIVO
000270         GO TO EX-CONTROLLA-ISTAT
000280     END-IF.
000290     IF ISTA-SUPERFICIE NOT NUMERIC OR ISTA-SUPERFICIE = 0
000300         SET ISTA-INCOMPLETA TO TRUE
000310         MOVE "SUPERFICIE UTILE MANCANTE" TO ISTA-MOTIVO
000320         GO TO EX-CONTROLLA-ISTAT
000330     END-IF.
000340     IF ISTA-ABITAZIONI NOT NUMERIC
000350         OR (ISTA-USO-RESIDENZIALE AND ISTA-ABITAZIONI = 0)
000360         SET ISTA-INCOMPLETA TO TRUE
000370         MOVE "NUMERO ABITAZIONI MANCANTE" TO ISTA-MOTIVO
000380         GO TO EX-CONTROLLA-ISTAT
000390     END-IF.
000400     IF ISTA-STANZE NOT NUMERIC
000410         OR ISTA-STANZE < ISTA-ABITAZIONI
000420         SET ISTA-INCOMPLETA TO TRUE
000430         MOVE "STANZE INFERIORI ALLE ABITAZIONI" TO ISTA-MOTIVO
000440     END-IF.
000450 EX-CONTROLLA-ISTAT.
000460     EXIT.
