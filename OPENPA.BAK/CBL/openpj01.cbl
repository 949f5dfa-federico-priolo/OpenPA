007970             TO PRAHIST-NEW-IMPORTO-DOVUTO.
007980         MOVE PRAVIEW-CODICE-FISCALE
007990             TO PRAHIST-CODICE-FISCALE.
007992         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
007994             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
007996             PRAHIST-NEW-ASSEGNATARIO.
008000         WRITE PRAHIST-RECORD.

008010         IF OPJ-OLD-STATO NOT = PRAVIEW-STATO
009000         MOVE OPJ-OLD-STATO       TO TRN-OLD-STATO.
009010         MOVE PRAVIEW-STATO       TO TRN-NEW-STATO.
009020         SET TRN-RUOLO-BATCH      TO TRUE.
009025         MOVE ARKJSON-PRATICA-ID  TO TRN-PRATICA-ID.
009030         CALL "OPENPS02" USING TRANSCHK-AREA.
009040         IF TRN-RIFIUTATA
009050             PERFORM RIFIUTA-TRANSIZIONE
