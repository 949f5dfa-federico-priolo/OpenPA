000050* by SEGNA-FINE-CORSA. A row still "in corso" the morning after
000060* is a job that died - PJCHECK's GOBACK never reaches the end
000070* stamp - and the driver treats it exactly as a failure.
000072* OPJRUN-GRAVI carries the severe findings of a checking job
000074* (OPENPJ34): the driver stops the chain behind a completed job
000076* that left any.
000080*
000090 FD  OPJRUNLG
000100     LABEL RECORD IS STANDARD.
000180     05  OPJRUN-ESITO              PIC X(01).
000190         88  OPJRUN-IN-CORSO           VALUE "C".
000200         88  OPJRUN-COMPLETATO         VALUE "S".
000205     05  OPJRUN-GRAVI              PIC 9(05).
000210     05  FILLER                    PIC X(05).
