000250** quarantena), INFETTO la marca e accoda a PRANOTIF il messaggio
000260** che chiede al cittadino di ritrasmettere il documento; i
000270** verdetti senza riga corrispondente vengono contati e lasciati
000280** all'operatore. Un documento che richiede la firma digitale
000282** spunta la checklist solo se la firma e gia risultata valida;
000284** altrimenti la spunta la fa il flusso di verifica OPENPJ28.
000290*
000300 IDENTIFICATION   DIVISION.
000310 PROGRAM-ID.      OPENPJ22.
001640* here now. Once no row of the checklist is left in attesa the
001650* pratica goes back in lavorazione, so the response-term clock
001660* restarts the moment the citizen has actually complied with a
001670* usable document. A document that must be signed is usable
001672* only once its signature has been found valid: until then the
001674* tick is left to the OPENPJ28 verifier run.
001680*
001690 SPUNTA-INTEGRAZIONE.
001700         OPEN I-O PRAINTEG.
001830             CLOSE PRAINTEG
001840             GO TO EX-SPUNTA-INTEGRAZIONE
001850         END-IF.
001852         IF (PRAINTEG-FIRMA-RICHIESTA
001853             OR PRATTACH-FIRMA-RICHIESTA)
001854             AND NOT PRATTACH-FIRMA-VALIDA
001855             CLOSE PRAINTEG
001856             GO TO EX-SPUNTA-INTEGRAZIONE
001857         END-IF.
001860         SET PRAINTEG-RICEVUTO TO TRUE.
001870         ACCEPT PRAINTEG-DATA-RICEZIONE FROM DATE YYYYMMDD.
001880         REWRITE PRAINTEG-RECORD.
002550         MOVE PRAVIEW-STATO       TO TRN-OLD-STATO.
002560         MOVE "AP"                TO TRN-NEW-STATO.
002570         SET TRN-RUOLO-BATCH      TO TRUE.
002575         MOVE PRAVIEW-PRATICA-ID  TO TRN-PRATICA-ID.
002580         CALL "OPENPS02" USING TRANSCHK-AREA.
002590         IF TRN-RIFIUTATA
002600             DISPLAY "OPENPJ22: riattivazione IR-AP rifiutata "
002960             TO PRAHIST-NEW-IMPORTO-DOVUTO.
002970         MOVE PRAVIEW-CODICE-FISCALE
002980             TO PRAHIST-CODICE-FISCALE.
002982         MOVE SPACES TO PRAHIST-OLD-CATEGORIA
002984             PRAHIST-NEW-CATEGORIA PRAHIST-OLD-ASSEGNATARIO
002986             PRAHIST-NEW-ASSEGNATARIO.
002990         WRITE PRAHIST-RECORD.
003000         CLOSE PRAHIST.
003010 EX-ARCHIVIA-RIATTIVAZIONE.
