000580         10  STATUS-PRABOLLO   PIC XX.
000590         10  STATUS-SCANVERD   PIC XX.
000600         10  STATUS-GDPRPKG    PIC XX.
000610         10  STATUS-PRAPOSD    PIC XX.
000620         10  STATUS-PRARATE    PIC XX.
000630         10  STATUS-PRASOLL    PIC XX.
000640         10  STATUS-RUOLOUT    PIC XX.
000650         10  STATUS-PRACAPI    PIC XX.
000660         10  STATUS-RAGCTRL    PIC XX.
000670         10  STATUS-RAGFLUS    PIC XX.
000680         10  STATUS-PRACASSA   PIC XX.
000690         10  STATUS-PRARICEV   PIC XX.
000700         10  STATUS-PRACONS    PIC XX.
000710         10  STATUS-PDVFILE    PIC XX.
000720         10  STATUS-RAPPVERS   PIC XX.
000730         10  STATUS-FIRMVERD   PIC XX.
000740         10  STATUS-PRAACCES   PIC XX.
000750         10  STATUS-PRACATAS   PIC XX.
000760         10  STATUS-PRASOPR    PIC XX.
000770         10  STATUS-PRAPROVV   PIC XX.
000780         10  STATUS-PRAMODPR   PIC XX.
000790         10  STATUS-MODPROVV   PIC XX.
000800         10  STATUS-PRALINK    PIC XX.
000810         10  STATUS-ANPREXT    PIC XX.
000820         10  STATUS-PRAANPR    PIC XX.
000830         10  STATUS-PRAISTAT   PIC XX.
000840         10  STATUS-ISTATOUT   PIC XX.
000850         10  STATUS-PRACAL     PIC XX.
000860         10  STATUS-PRABULK    PIC XX.
000870         10  STATUS-BULKRB     PIC XX.
000880         10  STATUS-PRAAPIC    PIC XX.
000890         10  STATUS-CLONEPKG   PIC XX.
000900         10  STATUS-PERFLOG    PIC XX.
000910         10  STATUS-PERFGEN    PIC XX.
000920         10  STATUS-PERFWORK   PIC XX.
000930         10  STATUS-PERFSTAT   PIC XX.
001000     05  GLB-CONSTANTS.
001010         10  GLB-FEE-BASE      PIC 9(7)V99 COMP-3 VALUE 50,00.
001020         10  GLB-FEE-SURCH     PIC 9(3)V99 COMP-3
001030             VALUE 10,00.
001040         10  GLB-MAX-UPLD-SIZE PIC 9(9) COMP-5
001050             VALUE 10485760.
001060         10  GLB-DEFLT-COMUNE  PIC X(06) VALUE "000001".
001070         10  GLB-SESS-IDLE-MAX PIC 9(5) COMP-5
001080             VALUE 1800.
001090     05  GLB-SWITCHES.
001100         10  GLB-MANUT-SW      PIC X(01) VALUE "N".
001110             88  GLB-IN-MANUTENZIONE VALUE "S".
001120         10  GLB-IPACL-DEFLT   PIC X(01) VALUE "A".
001130             88  GLB-IPACL-DEFLT-ALLOW VALUE "A".
001140             88  GLB-IPACL-DEFLT-DENY  VALUE "D".
