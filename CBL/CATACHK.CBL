000010*
000020* CATACHK.CBL - parcel format check, COPYed into the PROCEDURE
000030* DIVISION of every program taking a riferimento catastale off a
000040* request (working fields in CATAWS.CBL). The catasto formats:
000050* sezione optional, up to three letters or digits; foglio one to
000060* four digits and particella one to five, neither zero;
000070* subalterno optional, up to four digits. Lower case is folded
000080* to upper, nothing else is guessed at - a value that does not
000090* fit is refused, never trimmed into shape.
000100*
000110 CONTROLLA-PARCELLA.
000120     SET CATA-VALIDA TO TRUE.
000130     MOVE SPACES TO CATA-MOTIVO.
000140     MOVE SPACES TO CATA-SEZIONE.
000150     MOVE 0      TO CATA-FOGLIO.
000160     MOVE 0      TO CATA-PARTICELLA.
000170     MOVE 0      TO CATA-SUBALTERNO.

000180     MOVE CATA-IN-SEZIONE TO CATA-CAMPO.
000190     INSPECT CATA-CAMPO CONVERTING
000200         "abcdefghijklmnopqrstuvwxyz" TO
000210         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
000220     MOVE 3 TO CATA-MAX.
000230     SET CATA-FACOLTATIVO TO TRUE.
000240     PERFORM MISURA-CAMPO-CATASTO THRU EX-MISURA-CAMPO-CATASTO.
000250     IF CATA-VALIDA AND CATA-LEN > 0
000260         PERFORM CONTROLLA-CAR-SEZIONE
000270             THRU EX-CONTROLLA-CAR-SEZIONE
000280             VARYING CATA-K FROM 1 BY 1
000290             UNTIL CATA-K > CATA-LEN
000300                OR CATA-NON-VALIDA
000310     END-IF.
000320     IF CATA-NON-VALIDA
000330         MOVE "SEZIONE CATASTALE NON VALIDA" TO CATA-MOTIVO
000340         GO TO EX-CONTROLLA-PARCELLA
000350     END-IF.
000360     MOVE CATA-CAMPO(1:3) TO CATA-SEZIONE.

000370     MOVE CATA-IN-FOGLIO TO CATA-CAMPO.
000380     MOVE 4 TO CATA-MAX.
000390     SET CATA-OBBLIGATORIO TO TRUE.
000400     PERFORM MISURA-CAMPO-NUMERICO THRU EX-MISURA-CAMPO-NUMERICO.
000410     IF CATA-VALIDA
000420         MOVE CATA-CAMPO(1:CATA-LEN) TO CATA-FOGLIO
000430         IF CATA-FOGLIO = 0
000440             SET CATA-NON-VALIDA TO TRUE
000450         END-IF
000460     END-IF.
000470     IF CATA-NON-VALIDA
000480         MOVE "FOGLIO NON VALIDO" TO CATA-MOTIVO
000490         GO TO EX-CONTROLLA-PARCELLA
000500     END-IF.

000510     MOVE CATA-IN-PARTICELLA TO CATA-CAMPO.
000520     MOVE 5 TO CATA-MAX.
000530     SET CATA-OBBLIGATORIO TO TRUE.
000540     PERFORM MISURA-CAMPO-NUMERICO THRU EX-MISURA-CAMPO-NUMERICO.
000550     IF CATA-VALIDA
000560         MOVE CATA-CAMPO(1:CATA-LEN) TO CATA-PARTICELLA
000570         IF CATA-PARTICELLA = 0
000580             SET CATA-NON-VALIDA TO TRUE
000590         END-IF
000600     END-IF.
000610     IF CATA-NON-VALIDA
000620         MOVE "PARTICELLA NON VALIDA" TO CATA-MOTIVO
000630         GO TO EX-CONTROLLA-PARCELLA
000640     END-IF.

000650     MOVE CATA-IN-SUBALTERNO TO CATA-CAMPO.
000660     MOVE 4 TO CATA-MAX.
000670     SET CATA-FACOLTATIVO TO TRUE.
000680     PERFORM MISURA-CAMPO-NUMERICO THRU EX-MISURA-CAMPO-NUMERICO.
000690     IF CATA-NON-VALIDA
000700         MOVE "SUBALTERNO NON VALIDO" TO CATA-MOTIVO
000710         GO TO EX-CONTROLLA-PARCELLA
000720     END-IF.
000730     IF CATA-LEN > 0
000740         MOVE CATA-CAMPO(1:CATA-LEN) TO CATA-SUBALTERNO
000750     END-IF.
000760 EX-CONTROLLA-PARCELLA.
000770     EXIT.
000780*
000790* MISURA-CAMPO-NUMERICO measures CATA-CAMPO and refuses it unless
000800* every character up to its length is a digit.
000810*
000820 MISURA-CAMPO-NUMERICO.
000830     PERFORM MISURA-CAMPO-CATASTO THRU EX-MISURA-CAMPO-CATASTO.
000840     IF CATA-VALIDA AND CATA-LEN > 0
000850         IF CATA-CAMPO(1:CATA-LEN) NOT NUMERIC
000860             SET CATA-NON-VALIDA TO TRUE
000870         END-IF
000880     END-IF.
000890 EX-MISURA-CAMPO-NUMERICO.
000900     EXIT.
000910*
000920* MISURA-CAMPO-CATASTO sets CATA-LEN to the length of CATA-CAMPO
000930* less its trailing blanks, and refuses a value longer than
000940* CATA-MAX or an empty one where the field is obbligatorio.
000950*
000960 MISURA-CAMPO-CATASTO.
000970     MOVE 64 TO CATA-LEN.
000980     PERFORM MISURA-CAMPO-TRIM THRU EX-MISURA-CAMPO-TRIM
000990         UNTIL CATA-LEN = 1
001000            OR CATA-CAMPO(CATA-LEN:1) NOT = SPACE.
001010     IF CATA-CAMPO(1:1) = SPACE AND CATA-LEN = 1
001020         MOVE 0 TO CATA-LEN
001030     END-IF.
001040     IF CATA-LEN > CATA-MAX
001050         SET CATA-NON-VALIDA TO TRUE
001060     END-IF.
001070     IF CATA-LEN = 0 AND CATA-OBBLIGATORIO
001080         SET CATA-NON-VALIDA TO TRUE
001090     END-IF.
001100 EX-MISURA-CAMPO-CATASTO.
001110     EXIT.
001120*
001130 MISURA-CAMPO-TRIM.
001140     SUBTRACT 1 FROM CATA-LEN.
001150 EX-MISURA-CAMPO-TRIM.
001160     EXIT.
001170*
001180 CONTROLLA-CAR-SEZIONE.
001190     IF CATA-CAMPO(CATA-K:1) = SPACE
001200         SET CATA-NON-VALIDA TO TRUE
001210         GO TO EX-CONTROLLA-CAR-SEZIONE
001220     END-IF.
001230     IF CATA-CAMPO(CATA-K:1) NOT ALPHABETIC-UPPER
001240         AND CATA-CAMPO(CATA-K:1) NOT NUMERIC
001250         SET CATA-NON-VALIDA TO TRUE
001260     END-IF.
001270 EX-CONTROLLA-CAR-SEZIONE.
001280     EXIT.
