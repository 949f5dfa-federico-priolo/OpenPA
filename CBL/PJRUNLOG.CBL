000330             ACCEPT OPJRUN-ORA-INIZIO FROM TIME
000340             MOVE 0 TO OPJRUN-ORA-FINE
000350             MOVE 0 TO OPJRUN-CONTA
000355             MOVE 0 TO OPJRUN-GRAVI
000360             SET OPJRUN-IN-CORSO TO TRUE
000370             REWRITE OPJRUN-RECORD
000380     END-READ.
000540     END-READ.
000550     ACCEPT OPJRUN-ORA-FINE FROM TIME.
000560     MOVE RUNLG-CONTA TO OPJRUN-CONTA.
000565     MOVE RUNLG-GRAVI TO OPJRUN-GRAVI.
000570     SET OPJRUN-COMPLETATO TO TRUE.
000580     REWRITE OPJRUN-RECORD.
000590     CLOSE OPJRUNLG.
