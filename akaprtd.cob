090056*     Fenster abschliessen kann.                            *     D01
090057*     Datum: 20.06.2026                          NKZ: KLM   *     D01
090058*                                                           *     D01
090059* D02 R58812                                                *     D02
090060*     PRTOUT1-4 auf die volle RPLSTORE-Satzlaenge 808       *     D02
090061*     gebracht (bisher 708, die letzten 100 Byte des        *     D02
090062*     Eingabesatzes gingen verloren).                       *     D02
090063*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090064*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
103000     05 FILLER                    PIC X(079).
103100 FD  PRTOUT1
103200     RECORDING MODE IS F.
103300 01  PRT-SATZ-1                   PIC X(808).                     D02
103400 FD  PRTOUT2
103500     RECORDING MODE IS F.
103600 01  PRT-SATZ-2                   PIC X(808).                     D02
103700 FD  PRTOUT3
103800     RECORDING MODE IS F.
103900 01  PRT-SATZ-3                   PIC X(808).                     D02
104000 FD  PRTOUT4
104100     RECORDING MODE IS F.
104200 01  PRT-SATZ-4                   PIC X(808).                     D02
104300 FD  PRTSTAT
104400     RECORDING MODE IS F.
104500 01  PRT-STAT-SATZ.
