      *     beendet ist; sonst Stopp mit KA4914.                  *    D30
      *     Datum: 08.09.2026                          NKZ: KLM   *    D30
      *                                                           *    D30
      * D31 R58773                                                *     D31
      *     Betraege der GL-Lieferung, der Positions- und         *     D31
      *     Sortierdateien sowie der Differenzliste mit 3 Nach-   *     D31
      *     kommastellen (Waehrungen mit 3 Nachkommastellen lt.   *     D31
      *     Waehrungsstamm KA00AKWA); Satzlaenge GLAFEED +1.      *     D31
      *     Datum: 15.10.2026                          NKZ: KLM   *     D31
      *                                                           *     D31
000810* ENDE ELEMENTKOPF ******************************************
000820/
000830 IDENTIFICATION DIVISION.
001050     RECORDING MODE IS F.
001060 01  GLA-FEED-SATZ.
001070     05 GLA-F-PRIMANOTA           PIC 9(005).
001080     05 GLA-F-BETRAG              PIC S9(011)V9(003).             D31
001090     05 GLA-F-BUTAG               PIC 9(008).
001100 FD  GLAAUS
001110     RECORDING MODE IS F.
001122     RECORDING MODE IS F.                                         D04
001123 01  GLA-POS-SATZ.                                                D04
001124     05 GLA-O-PRIMANOTA           PIC 9(005).                     D04
001125     05 GLA-O-BETRAG              PIC S9(011)V9(003).             D31
001126     05 GLA-O-BUTAG               PIC 9(008).                     D04
001127 FD  GLAPOSS                                                      D04
001128     RECORDING MODE IS F.                                         D04
001129 01  GLA-POSS-SATZ.                                               D04
00112A     05 GLA-OS-PRIMANOTA          PIC 9(005).                     D04
00112B     05 GLA-OS-BETRAG             PIC S9(011)V9(003).             D31
00112C     05 GLA-OS-BUTAG              PIC 9(008).                     D04
00112D FD  GLAFEEDS                                                     D04
00112E     RECORDING MODE IS F.                                         D04
00112F 01  GLA-FEEDS-SATZ.                                              D04
00112G     05 GLA-FS-PRIMANOTA          PIC 9(005).                     D04
00112H     05 GLA-FS-BETRAG             PIC S9(011)V9(003).             D31
00112I     05 GLA-FS-BUTAG              PIC 9(008).                     D04
00112J SD  SORTDAT.                                                     D04
00112K 01  SRT-SATZ.                                                    D04
00112L     05 SRT-PRIMANOTA             PIC 9(005).                     D04
00112M     05 SRT-BETRAG                PIC S9(011)V9(003).             D31
00112N     05 SRT-BUTAG                 PIC 9(008).                     D04
001130*---------------------------------------------------------------*
001140* WORKING-STORAGE-Section                                       *
001650     05 FILLER                    PIC X(001) VALUE SPACE.
001660     05 GLA-D-PRIMANOTA           PIC 9(005).
001670     05 FILLER                    PIC X(001) VALUE SPACE.
001680     05 GLA-D-BETRAG-KORDOBA      PIC -(011)9,999.                D31
001690     05 FILLER                    PIC X(001) VALUE SPACE.
001700     05 GLA-D-BETRAG-GL           PIC -(011)9,999.                D31
001710     05 FILLER                    PIC X(001) VALUE SPACE.
001720     05 GLA-D-BUTAG-KORDOBA       PIC 9(008).
001730     05 FILLER                    PIC X(001) VALUE SPACE.
