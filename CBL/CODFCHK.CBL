000010*
000020* CODFCHK.CBL - codice fiscale check, COPYed into the PROCEDURE
000030* DIVISION of the sub-programs that must tell a codice fiscale
000040* from any other login (working fields in CODFWS.CBL). The DM
000050* 23.12.1976 check, as VALIDA-CODFISC of OPENPA02 runs it: the
000060* first fifteen characters contribute their odd- or
000070* even-position value to the checksum, and the sixteenth must be
000080* the letter at checksum mod 26. Any character outside the
000090* alphabet fails the whole code.
000100*
000110 CONTROLLA-CODFISC.
000120     SET CFC-VALIDO TO TRUE.
000130     MOVE 0 TO CFC-SUM.
000140     PERFORM CONTROLLA-CODFISC-CHAR
000150         THRU EX-CONTROLLA-CODFISC-CHAR
000160         VARYING CFC-IX FROM 1 BY 1
000170         UNTIL CFC-IX > 15
000180            OR CFC-NON-VALIDO.
000190     IF CFC-NON-VALIDO
000200         GO TO EX-CONTROLLA-CODFISC
000210     END-IF.

000220     DIVIDE CFC-SUM BY 26
000230         GIVING CFC-QUOZ REMAINDER CFC-REM.
000240     IF CFC-VALORE(16:1)
000250         NOT = CODF-CHAR(11 + CFC-REM)
000260         SET CFC-NON-VALIDO TO TRUE
000270     END-IF.
000280 EX-CONTROLLA-CODFISC.
000290     EXIT.
000300*
000310 CONTROLLA-CODFISC-CHAR.
000320     MOVE CFC-VALORE(CFC-IX:1) TO CFC-CHAR.
000330     SET CFC-CHAR-NOT-FOUND TO TRUE.
000340     PERFORM CERCA-CODFISC-CHAR THRU EX-CERCA-CODFISC-CHAR
000350         VARYING CFC-TAB-IX FROM 1 BY 1
000360         UNTIL CFC-TAB-IX > 36
000370            OR CFC-CHAR-FOUND.
000380     IF CFC-CHAR-NOT-FOUND
000390         SET CFC-NON-VALIDO TO TRUE
000400         GO TO EX-CONTROLLA-CODFISC-CHAR
000410     END-IF.

000420     DIVIDE CFC-IX BY 2
000430         GIVING CFC-QUOZ REMAINDER CFC-REM.
000440     IF CFC-REM = 1
000450         ADD CODF-ODD(CFC-TAB-VAL) TO CFC-SUM
000460     ELSE
000470         IF CFC-TAB-VAL NOT GREATER THAN 10
000480             COMPUTE CFC-SUM = CFC-SUM + CFC-TAB-VAL - 1
000490         ELSE
000500             COMPUTE CFC-SUM = CFC-SUM + CFC-TAB-VAL - 11
000510         END-IF
000520     END-IF.
000530 EX-CONTROLLA-CODFISC-CHAR.
000540     EXIT.
000550*
000560 CERCA-CODFISC-CHAR.
000570     IF CODF-CHAR(CFC-TAB-IX) = CFC-CHAR
000580         SET CFC-CHAR-FOUND TO TRUE
000590         MOVE CFC-TAB-IX TO CFC-TAB-VAL
000600     END-IF.
000610 EX-CERCA-CODFISC-CHAR.
000620     EXIT.
