000200         88  PRAINTEG-RICEVUTO         VALUE "S".
000210         88  PRAINTEG-IN-ATTESA        VALUE "N".
000220     05  PRAINTEG-DATA-RICEZIONE   PIC 9(08).
000222*
000224* A row asked with the signature requirement only counts as
000226* received from an upload whose signature OPENPJ28 found valid.
000228*
000230     05  PRAINTEG-FIRMA-SW         PIC X(01).
000232         88  PRAINTEG-FIRMA-RICHIESTA  VALUE "S".
000234     05  FILLER                    PIC X(09).
