003000* uebersteigt, OHNE-VEREINB fuer Konten, zu denen die Bank  *
003100* Entgelte stellt, ohne dass eine Vereinbarung gepflegt     *
003200* ist.                                                      *
003210* Jede Berichtszeile traegt den Berichtsmonat, damit die    *     D02
003211* Monatsberichte fuer Jahresauswertungen (AKAKBR)           *     D02
003212* aneinandergehaengt werden koennen.                        *     D02
003300*@E-ELEMENTBESCHREIBUNG                                     *
003400*                                                           *
004000*@A-COBOL-COPY                                              *
090053*     gegen die Vereinbarungen KA000AKEN.                    *     D01
090054*     Datum: 07.09.2026                          NKZ: KLM   *     D01
090055*                                                           *     D01
090056* D02 R58802                                                *     D02
090057*     Berichtsmonat in der GBMAUS-Zeile fuer die            *     D02
090058*     Jahresauswertung je Korrespondent.                    *     D02
090059*     Datum: 15.10.2026                          NKZ: KLM   *     D02
090060*                                                           *     D02
100000* ENDE ELEMENTKOPF ******************************************
100100/
100200 IDENTIFICATION DIVISION.
106600     05 GBM-D-SUMME               PIC -(011)9,99.
106700     05 FILLER                    PIC X(001) VALUE SPACE.
106800     05 GBM-D-VEREINBART          PIC -(011)9,99.
106801     05 FILLER                    PIC X(001) VALUE SPACE.         D02
106802     05 GBM-D-MONAT               PIC 9(006).                     D02
106803     05 FILLER                    PIC X(034) VALUE SPACE.         D02
107000/---------------------------------------------------------------*
107100* Entgeltsummen je Konto                                        *
107200*---------------------------------------------------------------*
135700           GSTTAB-EIN-AUSGABEBEREICH
135800     END-CALL
135900     INITIALIZE GBM-DETAIL
135901     MOVE GBM-P-MONAT             TO GBM-D-MONAT                  D02
136000     COMPUTE H-SUMME-ABS          = GBM-S-SUMME (H-EINTRAG-IND)
136100                                  * -1
136200     IF GSOVER-GEWICHT            NOT = C-GEW-NICHT-GESETZT
