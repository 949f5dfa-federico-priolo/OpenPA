000030* PJRUNLOG.CBL. The batch moves its own headline counter to
000040* RUNLG-CONTA before performing SEGNA-FINE-CORSA; RUNLG-DATA is
000050* fixed at the start stamp so a run crossing midnight closes
000060* the row it opened. A checking job also moves its severe
000065* findings to RUNLG-GRAVI.
000070*
000080 77  RUNLG-DATA                    PIC 9(08).
000090 77  RUNLG-CONTA                   PIC 9(09) COMP-5 VALUE 0.
000100 77  RUNLG-GRAVI                   PIC 9(05) COMP-5 VALUE 0.
