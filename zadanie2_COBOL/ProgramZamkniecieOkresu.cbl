        05 KOD-KLIENTA-TK           PIC X(16).
        05 WALUTA-TRANSAKCJI        PIC X(17).
        05 DEBET-KREDYT-FLAGA       PIC X(14).
        05 WARTOSC-TRANSAKCJI       PIC X(13).
        05 DATA-TRANSAKCJI          PIC X(8).
        05 NR-REFERENCJI            PIC X(12).
        05 STORNO-FLAGA             PIC X(1).
        05 HIST-KLIENT              PIC X(16).
        05 HIST-WALUTA              PIC X(17).
        05 HIST-FLAGA               PIC X(14).
        05 HIST-WARTOSC             PIC X(13).
        05 HIST-DATA                PIC X(8).
        05 HIST-STORNO              PIC X(1).
        05 HIST-REF-ORYG            PIC X(12).
        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

      *> Migawki sald na koniec okresu, dopisywane przy kazdym
      *> zamknieciu: data DO okresu + klucz i wartosc salda. Salda
        05 SOK-KLUCZ.
                10 SOK-KLIENT       PIC X(17).
                10 SOK-WALUTA       PIC X(17).
        05 SOK-WARTOSC              PIC S9(13)V99.

      *> Rejestr zamknietych okresow - po jednym wierszu na zamkniecie.
      *> DKTS czyta go na starcie i odmawia raportowania okresu
      *> tylko OSTATNIA partie - dopiero spool pozwala zamknieciu
      *> zarchiwizowac caly okres i odtworzyc jego raporty z historii.
FD SPOOLFILE.
01 SPOOL-RECORD                     PIC X(109).


WORKING-STORAGE SECTION.
      *> z DKTS) plus znacznik per rekord: "A" = do archiwizacji
      *> (data w zamykanym okresie), "P" = pozostaje w pliku.
01 TABLICA-WSZYSTKIE.
        02 WSZYSTKIE-TRANS OCCURS MAX-TRANSAKCJE TIMES PIC X(109).
01 TABLICA-ZNACZNIKI.
        02 ZNACZNIK-TRANS OCCURS MAX-TRANSAKCJE TIMES PIC X.
77 ILOSC-WSZYSTKICH     PIC 9(4) VALUE 0.
77 SPL-STATUS           PIC X(2) VALUE "00".
77 EOF-SWITCH-SPL       PIC X VALUE "N".
01 TABLICA-SPOOL-POZOSTALE.
        02 POZOSTALY-SPOOL OCCURS MAX-SPOOL TIMES PIC X(109).
77 LICZBA-SPOOL-POZOSTALYCH PIC 9(5) VALUE 0.
77 IDX-SPL              PIC 9(5) VALUE 0.
77 LICZBA-ARCHIWALNYCH-SPOOL PIC 9(5) VALUE 0.
        05 OT-KLIENT            PIC X(16).
        05 OT-WALUTA            PIC X(17).
        05 OT-FLAGA             PIC X(14).
        05 OT-WARTOSC           PIC X(13).
        05 OT-DATA              PIC X(8).
        05 OT-REFERENCJA        PIC X(12).
        05 OT-STORNO            PIC X(1).
