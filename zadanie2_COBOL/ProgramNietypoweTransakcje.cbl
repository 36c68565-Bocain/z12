      *> NIETYPTR - przeglad transakcji nietypowych dla dzialu zgodnosci.
      *> Uruchamiany po EDYTTK na biezacej partii TransakcjeKlientow;
      *> historie klienta czerpie z TransakcjeOkresu (otwarty okres) i
      *> HistoriaTransakcji (okresy zamkniete). Kwoty sa przeliczane na
      *> PLN po kursie z KursyWalut obowiazujacym w dniu transakcji
      *> (jak 211 w DKTS). Storna nie sa przegladane. Reguly:
      *>   PROG - pojedyncza transakcja partii nie mniejsza niz prog
      *>          zgloszenia waluty (ProgiZgloszen, prog w PLN; waluta
      *>          bez wiersza - prog domyslny "PROG=nnnnnnnnn"),
      *>   STRU - co najmniej dwie transakcje klienta w tej samej
      *>          walucie, kazda w pasmie tuz pod progiem ("PASMO=nn"
      *>          procent progu, domyslnie 80), z dat odleglych o nie
      *>          wiecej niz "OKNO=nn" dni (domyslnie 03), razem
      *>          powyzej progu; co najmniej jedna z biezacej partii,
      *>   OBRT - dzienny obrot klienta w partii wiekszy niz "KROT=nn"
      *>          (domyslnie 05) razy jego sredni obrot dzienny z dni
      *>          aktywnych w historii; klient musi miec w historii co
      *>          najmniej MIN-DNI-HISTORII dni, a obrot dnia musi
      *>          siegac dziesiatej czesci progu domyslnego,
      *>   NOWY - klient dodany (AudytKlientow, akcja "A", ZASTOSOWANO)
      *>          nie dawniej niz "NOWY=nnn" dni (domyslnie 030) przed
      *>          data przegladu ("DATA=RRRRMMDD", domyslnie dzisiaj),
      *>          ktory w partii ma obrot co najmniej polowy progu
      *>          domyslnego albo co najmniej NOWY-MIN-TRANSAKCJI
      *>          transakcji.
      *> Historia kodow wycofanych przez SCALKL (OdsylaczeKlientow) jest
      *> liczona kodowi, na ktory przeszly. Kazdy alert trafia do pliku
      *> AlertyZgodnosci (wiersz "A" z kluczem i powodem, pod nim
      *> wiersze "T" z transakcjami) i do RaportNietypowychTransakcji.
      *> Klucz alertu (regula, klient, referencja albo data) jest staly
      *> z nocy na noc - alert przejrzany przez dzial zgodnosci wpisuje
      *> sie do AlertyPrzejrzane (wiersz "A" skopiowany z
      *> AlertyZgodnosci; liczy sie pierwsze 32 znaki) i nie wraca.
      *> Transakcja bez kursu na swoja date nie wchodzi do regul PLN -
      *> trafia do raportu jako BRAK KURSU. Program wylacznie czyta
      *> pliki nocy.
IDENTIFICATION DIVISION.
PROGRAM-ID. NIETYPTR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT TRANSAKCJEKLIENTOWFILE ASSIGN TO "TransakcjeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TKF-STATUS.

        SELECT SPOOLFILE ASSIGN TO "TransakcjeOkresu"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SPL-STATUS.

        SELECT HISTORIAFILE ASSIGN TO "HistoriaTransakcji"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-REFERENCJA
                FILE STATUS IS HIS-STATUS.

        SELECT KURSYWALUTFILE ASSIGN TO "KursyWalut"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS KWF-STATUS.

        SELECT PROGIFILE ASSIGN TO "ProgiZgloszen"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRG-STATUS.

        SELECT AUDYTFILE ASSIGN TO "AudytKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.

        SELECT ODSYLACZEFILE ASSIGN TO "OdsylaczeKlientow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS XRF-STATUS.

        SELECT PRZEJRZANEFILE ASSIGN TO "AlertyPrzejrzane"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRZ-STATUS.

        SELECT ALERTYFILE ASSIGN TO "AlertyZgodnosci"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALR-STATUS.

        SELECT RAPORTFILE ASSIGN TO "RaportNietypowychTransakcji"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAP-STATUS.

        SELECT REJESTRFILE ASSIGN TO "RejestrPrzebiegow"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJ-STATUS.

DATA DIVISION.

FILE SECTION.

FD TRANSAKCJEKLIENTOWFILE.
01 TRANSAKCJE-RECORD.
        05 KOD-KRAJU                PIC X(16).
        05 KOD-KLIENTA-TK           PIC X(16).
        05 WALUTA-TRANSAKCJI        PIC X(17).
        05 DEBET-KREDYT-FLAGA       PIC X(14).
        05 WARTOSC-TRANSAKCJI       PIC 9(11)V99.
        05 DATA-TRANSAKCJI          PIC 9(8).
        05 NR-REFERENCJI            PIC X(12).
        05 STORNO-FLAGA             PIC X(1).
        05 REF-ORYGINALNA           PIC X(12).

      *> Spool otwartego okresu - uklad TransakcjeKlientow.
FD SPOOLFILE.
01 SPOOL-RECORD.
        05 SP-KRAJ                  PIC X(16).
        05 SP-KLIENT                PIC X(16).
        05 SP-WALUTA                PIC X(17).
        05 SP-FLAGA                 PIC X(14).
        05 SP-WARTOSC               PIC 9(11)V99.
        05 SP-DATA                  PIC 9(8).
        05 SP-REFERENCJA            PIC X(12).
        05 SP-STORNO                PIC X(1).
        05 SP-REF-ORYG              PIC X(12).

      *> Uklad jak w ZAMKOKR.
FD HISTORIAFILE.
01 HISTORIA-RECORD.
        05 HIST-REFERENCJA          PIC X(12).
        05 HIST-KRAJ                PIC X(16).
        05 HIST-KLIENT              PIC X(16).
        05 HIST-WALUTA              PIC X(17).
        05 HIST-FLAGA               PIC X(14).
        05 HIST-WARTOSC             PIC X(13).
        05 HIST-WARTOSC-NUM REDEFINES HIST-WARTOSC PIC 9(11)V99.
        05 HIST-DATA                PIC X(8).
        05 HIST-DATA-NUM REDEFINES HIST-DATA PIC 9(8).
        05 HIST-STORNO              PIC X(1).
        05 HIST-REF-ORYG            PIC X(12).
        05 HIST-OKRES-OD            PIC 9(8).
        05 HIST-OKRES-DO            PIC 9(8).

      *> Uklad jak w DKTS (207/211).
FD KURSYWALUTFILE.
01 KURS-RECORD.
        05 KURS-WALUTA              PIC A(17).
        05 KURS-WARTOSC             PIC 9(3)V9(4).
        05 KURS-DATA                PIC X(8).

      *> Prog zgloszenia per waluta, w pelnych PLN (np. 00000065000).
FD PROGIFILE.
01 PROG-RECORD.
        05 PRG-WALUTA               PIC X(17).
        05 FILLER                   PIC X(1).
        05 PRG-PROG                 PIC X(11).
        05 PRG-PROG-NUM REDEFINES PRG-PROG PIC 9(11).

      *> Uklad jak w KLMAINT/ZATWKL.
FD AUDYTFILE.
01 AUDYT-RECORD.
        05 AUD-DATA                 PIC X(8).
        05 AUD-CZAS                 PIC X(6).
        05 AUD-AKCJA                PIC X(1).
        05 AUD-WYNIK                PIC X(11).
        05 AUD-PRZED                PIC X(58).
        05 AUD-PO.
                10 AUD-PO-KOD       PIC X(16).
                10 FILLER           PIC X(42).
        05 AUD-OPERATOR-WPROW       PIC X(8).
        05 AUD-OPERATOR-ZATW        PIC X(8).

      *> Uklad jak w SCALKL.
FD ODSYLACZEFILE.
01 ODSYLACZ-RECORD.
        05 XR-STARY                 PIC X(16).
        05 FILLER                   PIC X(1).
        05 XR-NOWY                  PIC X(16).
        05 FILLER                   PIC X(1).
        05 XR-DATA                  PIC X(8).
        05 FILLER                   PIC X(1).
        05 XR-OPERATOR-WPROW        PIC X(8).
        05 FILLER                   PIC X(1).
        05 XR-OPERATOR-ZATW         PIC X(8).

      *> Alert przejrzany - klucz jak w AlertyZgodnosci, reszta wiersza
      *> (np. kto i kiedy przejrzal) nie jest czytana.
FD PRZEJRZANEFILE.
01 PRZEJRZANY-RECORD.
        05 PRZ-KLUCZ                PIC X(32).
        05 FILLER                   PIC X(100).

      *> Wiersz "A" - alert (powod, kwota PLN, liczba transakcji);
      *> wiersze "T" pod nim - transakcje alertu (zrodlo: B - partia,
      *> O - TransakcjeOkresu, H - HistoriaTransakcji).
FD ALERTYFILE.
01 ALERT-RECORD.
        05 AL-KLUCZ.
                10 AL-REGULA        PIC X(4).
                10 AL-KLIENT        PIC X(16).
                10 AL-IDENT         PIC X(12).
        05 FILLER                   PIC X(1).
        05 AL-TYP                   PIC X(1).
        05 FILLER                   PIC X(1).
        05 AL-DATA-PRZEGLADU        PIC X(8).
        05 FILLER                   PIC X(1).
        05 AL-RESZTA                PIC X(80).
        05 AL-ALERT REDEFINES AL-RESZTA.
                10 AL-POWOD         PIC X(44).
                10 FILLER           PIC X(1).
                10 AL-PLN           PIC Z(13)9.99.
                10 FILLER           PIC X(1).
                10 AL-LICZBA        PIC Z(5)9.
                10 FILLER           PIC X(11).
        05 AL-POZYCJA REDEFINES AL-RESZTA.
                10 AT-ZRODLO        PIC X(1).
                10 FILLER           PIC X(1).
                10 AT-REFERENCJA    PIC X(12).
                10 FILLER           PIC X(1).
                10 AT-DATA          PIC 9(8).
                10 FILLER           PIC X(1).
                10 AT-WALUTA        PIC X(17).
                10 FILLER           PIC X(1).
                10 AT-KWOTA         PIC Z(10)9.99.
                10 FILLER           PIC X(1).
                10 AT-PLN           PIC Z(12)9.99.

FD RAPORTFILE.
01 RAPORT-LINE                      PIC X(132).

FD REJESTRFILE.
01 REJESTR-RECORD.
        05 REJ-PROGRAM              PIC X(8).
        05 FILLER                   PIC X(1).
        05 REJ-STEMPEL.
                10 REJ-DATA         PIC X(8).
                10 REJ-CZAS         PIC X(6).
        05 FILLER                   PIC X(1).
        05 REJ-STATUS-WPISU         PIC X(8).
        05 FILLER                   PIC X(1).
        05 REJ-LICZBA-WE            PIC 9(6).
        05 FILLER                   PIC X(1).
        05 REJ-LICZBA-WY            PIC 9(6).


WORKING-STORAGE SECTION.

77 TKF-STATUS           PIC X(2) VALUE "00".
77 SPL-STATUS           PIC X(2) VALUE "00".
77 HIS-STATUS           PIC X(2) VALUE "00".
77 KWF-STATUS           PIC X(2) VALUE "00".
77 PRG-STATUS           PIC X(2) VALUE "00".
77 AUD-STATUS           PIC X(2) VALUE "00".
77 XRF-STATUS           PIC X(2) VALUE "00".
77 PRZ-STATUS           PIC X(2) VALUE "00".
77 ALR-STATUS           PIC X(2) VALUE "00".
77 RAP-STATUS           PIC X(2) VALUE "00".
77 REJ-STATUS           PIC X(2) VALUE "00".

77 EOF-SWITCH-PLIK      PIC X VALUE "N".

77 WS-PARM              PIC X(200) VALUE SPACES.
77 WS-PARM-LEN          PIC 9(4) VALUE 0.
77 WS-PARM-WSK          PIC 9(4) VALUE 1.
77 WS-TOKEN             PIC X(20) VALUE SPACES.
77 WS-DATA-TMP          PIC X(8) VALUE SPACES.
77 WS-LICZBA-TMP        PIC X(9) VALUE SPACES.

77 DATA-URUCHOMIENIA    PIC X(8) VALUE SPACES.
77 CZAS-URUCHOMIENIA    PIC X(6) VALUE SPACES.

      *> Parametry regul (PARM) i stale.
77 DATA-PRZEGLADU       PIC 9(8) VALUE 0.
77 PROG-DOMYSLNY        PIC 9(11) VALUE 65000.
77 PROC-PASMA           PIC 9(2) VALUE 80.
77 DNI-OKNA             PIC 9(2) VALUE 3.
77 KROTNOSC-OBROTU      PIC 9(2) VALUE 5.
77 DNI-NOWEGO-KLIENTA   PIC 9(3) VALUE 30.
77 MIN-DNI-HISTORII     PIC 9(3) VALUE 5.
77 NOWY-MIN-TRANSAKCJI  PIC 9(3) VALUE 5.

77 WS-DZIEN-PRZEGLADU   PIC 9(7) VALUE 0.
77 WS-DZIEN-NOWEGO-OD   PIC 9(7) VALUE 0.
77 WS-DATA-MIN-PARTII   PIC 9(8) VALUE 0.
77 WS-DATA-OKNA-OD      PIC 9(8) VALUE 0.
77 WS-DZIEN-A           PIC 9(7) VALUE 0.
77 WS-DZIEN-B           PIC 9(7) VALUE 0.

      *> Kursy wymiany walut na PLN - jak w DKTS.
78 MAX-KURSY-WALUT         VALUE 9000.
01 TABLICA-KURSY.
        02 WIERSZ-KURS   OCCURS MAX-KURSY-WALUT TIMES.
                03 WALUTA-KURS   PIC A(17).
                03 WARTOSC-KURS  PIC 9(3)V9(4).
                03 DATA-KURS     PIC 9(8).
77 ILOSC-KURSOW          PIC 9(4) VALUE 0.
77 IDX-KURS              PIC 9(4) VALUE 0.
77 WS-KURS-ZNALEZIONY    PIC X VALUE "N".
77 WS-KURS-BIEZACY       PIC 9(3)V9(4) VALUE 0.
77 KURS-SZUK-WALUTA      PIC X(17) VALUE SPACES.
77 KURS-SZUK-DATA        PIC 9(8) VALUE 0.
77 KURS-DATA-NAJLEPSZA   PIC 9(8) VALUE 0.

78 MAX-PROGI               VALUE 200.
01 TABLICA-PROGOW.
        02 WIERSZ-PROGU  OCCURS MAX-PROGI TIMES.
                03 PRT-WALUTA       PIC X(17).
                03 PRT-PROG         PIC 9(11).
77 ILOSC-PROGOW         PIC 9(4) VALUE 0.
77 IDX-PRG              PIC 9(4) VALUE 0.
77 PROG-SZUK-WALUTA     PIC X(17) VALUE SPACES.
77 WS-PROG-WALUTY       PIC 9(11) VALUE 0.
77 WS-DOL-PASMA         PIC 9(13)V99 VALUE 0.

78 MAX-ODSYLACZE           VALUE 5000.
78 MAX-KROKI-ODSYLACZY     VALUE 20.
01 TABLICA-ODSYLACZY.
        02 WIERSZ-ODSYLACZA OCCURS MAX-ODSYLACZE TIMES.
                03 XRT-STARY        PIC X(16).
                03 XRT-NOWY         PIC X(16).
77 ILOSC-ODSYLACZY      PIC 9(4) VALUE 0.
77 IDX-XR               PIC 9(4) VALUE 0.
77 WS-KOD-ODSYLACZA     PIC X(16) VALUE SPACES.
77 WS-KROKI-ODSYLACZA   PIC 9(4) VALUE 0.
77 WS-ODSYLACZ-DALEJ    PIC X VALUE "N".

78 MAX-PRZEJRZANE          VALUE 20000.
01 TABLICA-PRZEJRZANYCH.
        02 WIERSZ-PRZEJRZANEGO OCCURS MAX-PRZEJRZANE TIMES.
                03 PRT-KLUCZ        PIC X(32).
77 ILOSC-PRZEJRZANYCH   PIC 9(5) VALUE 0.
77 IDX-PRZ              PIC 9(5) VALUE 0.
77 WS-ALERT-PRZEJRZANY  PIC X VALUE "N".

      *> Biezaca partia TransakcjeKlientow.
78 MAX-PARTIA              VALUE 50000.
01 TABLICA-PARTII.
        02 WIERSZ-PARTII OCCURS MAX-PARTIA TIMES.
                03 PT-KLIENT        PIC X(16).
                03 PT-WALUTA        PIC X(17).
                03 PT-KWOTA         PIC 9(11)V99.
                03 PT-DATA          PIC 9(8).
                03 PT-REFERENCJA    PIC X(12).
                03 PT-PLN           PIC 9(13)V99.
                03 PT-KURS-OK       PIC X(1).
                03 PT-STORNO        PIC X(1).
77 ILOSC-PARTII         PIC 9(5) VALUE 0.
77 IDX-PT               PIC 9(5) VALUE 0.

      *> Klienci partii: historia (suma PLN i liczba dni aktywnych),
      *> obrot i liczba transakcji w partii, znacznik klienta nowego.
78 MAX-KLIENCI-PARTII      VALUE 5000.
01 TABLICA-KLIENTOW.
        02 WIERSZ-KLIENTA OCCURS MAX-KLIENCI-PARTII TIMES.
                03 KP-KLIENT        PIC X(16).
                03 KP-SUMA-HIST     PIC 9(15)V99.
                03 KP-DNI-HIST      PIC 9(5).
                03 KP-OBROT-PARTII  PIC 9(15)V99.
                03 KP-LICZBA-PARTII PIC 9(5).
                03 KP-NOWY          PIC X(1).
                03 KP-DATA-DODANIA  PIC X(8).
77 ILOSC-KLIENTOW       PIC 9(4) VALUE 0.
77 IDX-KP               PIC 9(4) VALUE 0.
77 WS-KLIENT-SZUKANY    PIC X(16) VALUE SPACES.
77 WS-KLIENT-ZNALEZIONY PIC X VALUE "N".

      *> Dni aktywne w historii klientow partii (klient + data).
78 MAX-DNI-HISTORII        VALUE 50000.
01 TABLICA-DNI-HISTORII.
        02 WIERSZ-DNIA-HISTORII OCCURS MAX-DNI-HISTORII TIMES.
                03 DH-KLIENT        PIC X(16).
                03 DH-DATA          PIC 9(8).
77 ILOSC-DNI-HISTORII   PIC 9(5) VALUE 0.
77 IDX-DH               PIC 9(5) VALUE 0.
77 WS-DZIEN-ZNALEZIONY  PIC X VALUE "N".

      *> Dni partii per klient - obrot dzienny do reguly OBRT.
78 MAX-DNI-PARTII          VALUE 20000.
01 TABLICA-DNI-PARTII.
        02 WIERSZ-DNIA-PARTII OCCURS MAX-DNI-PARTII TIMES.
                03 DP-KLIENT        PIC X(16).
                03 DP-DATA          PIC 9(8).
                03 DP-OBROT         PIC 9(15)V99.
                03 DP-LICZBA        PIC 9(5).
77 ILOSC-DNI-PARTII     PIC 9(5) VALUE 0.
77 IDX-DP               PIC 9(5) VALUE 0.

      *> Transakcje historii w pasmie pod progiem, z dat okna przed
      *> najwczesniejsza data partii - kandydaci do grup STRU.
78 MAX-OKNO                 VALUE 5000.
01 TABLICA-OKNA.
        02 WIERSZ-OKNA   OCCURS MAX-OKNO TIMES.
                03 OK-KLIENT        PIC X(16).
                03 OK-WALUTA        PIC X(17).
                03 OK-KWOTA         PIC 9(11)V99.
                03 OK-DATA          PIC 9(8).
                03 OK-REFERENCJA    PIC X(12).
                03 OK-PLN           PIC 9(13)V99.
                03 OK-ZRODLO        PIC X(1).
77 ILOSC-OKNA           PIC 9(4) VALUE 0.
77 IDX-OK               PIC 9(4) VALUE 0.

      *> Transakcje partii w pasmie pod progiem - kotwice grup STRU.
78 MAX-PASMO               VALUE 5000.
01 TABLICA-PASMA.
        02 WIERSZ-PASMA  OCCURS MAX-PASMO TIMES.
                03 PS-IDX           PIC 9(5).
                03 PS-UZYTY         PIC X(1).
77 ILOSC-PASMA          PIC 9(4) VALUE 0.
77 IDX-PS               PIC 9(4) VALUE 0.
77 IDX-PS-2             PIC 9(4) VALUE 0.
77 IDX-KOTWICY          PIC 9(5) VALUE 0.
77 WS-JEST-POZNIEJSZA   PIC X VALUE "N".
77 WS-KOTWICA-ZNALEZIONA PIC X VALUE "T".

      *> Czlonkowie grupy STRU: zrodlo "B" (indeks partii) albo "W"
      *> (indeks tablicy okna).
78 MAX-GRUPA               VALUE 500.
01 TABLICA-GRUPY.
        02 WIERSZ-GRUPY  OCCURS MAX-GRUPA TIMES.
                03 GR-ZRODLO        PIC X(1).
                03 GR-IDX           PIC 9(5).
77 ILOSC-GRUPY          PIC 9(4) VALUE 0.
77 IDX-GR               PIC 9(4) VALUE 0.
77 WS-SUMA-GRUPY        PIC 9(15)V99 VALUE 0.

      *> Transakcja historii w obrobce (TransakcjeOkresu albo
      *> HistoriaTransakcji).
01 HISTORIA-ROBOCZA.
        05 HR-KLIENT            PIC X(16).
        05 HR-WALUTA            PIC X(17).
        05 HR-KWOTA             PIC 9(11)V99.
        05 HR-DATA              PIC 9(8).
        05 HR-REFERENCJA        PIC X(12).
        05 HR-STORNO            PIC X(1).
        05 HR-ZRODLO            PIC X(1).
77 HR-PLN               PIC 9(13)V99 VALUE 0.

      *> Alert w budowie.
77 WS-REGULA            PIC X(4) VALUE SPACES.
77 WS-ALERT-KLIENT      PIC X(16) VALUE SPACES.
77 WS-ALERT-IDENT       PIC X(12) VALUE SPACES.
77 WS-ALERT-POWOD       PIC X(44) VALUE SPACES.
77 WS-ALERT-PLN         PIC 9(15)V99 VALUE 0.
77 WS-ALERT-LICZBA      PIC 9(5) VALUE 0.
77 WS-ALERT-ZAPISANY    PIC X VALUE "N".
77 WS-OBROT-SREDNI      PIC 9(15)V99 VALUE 0.
77 WS-OBROT-GRANICA     PIC 9(15)V99 VALUE 0.
77 WS-KWOTA-EDYCJA      PIC Z(12)9.99.
77 WS-PROG-EDYCJA       PIC Z(10)9.
77 WS-KROTNOSC-EDYCJA   PIC Z9.

77 LICZBA-TRANSAKCJI-PARTII PIC 9(6) VALUE 0.
77 LICZBA-STORN         PIC 9(6) VALUE 0.
77 LICZBA-BRAK-KURSU    PIC 9(6) VALUE 0.
77 LICZBA-HISTORII      PIC 9(8) VALUE 0.
77 LICZBA-ALERTOW       PIC 9(6) VALUE 0.
77 LICZBA-POMINIETYCH   PIC 9(6) VALUE 0.
77 LICZBA-ALERTOW-PROG  PIC 9(6) VALUE 0.
77 LICZBA-ALERTOW-STRU  PIC 9(6) VALUE 0.
77 LICZBA-ALERTOW-OBRT  PIC 9(6) VALUE 0.
77 LICZBA-ALERTOW-NOWY  PIC 9(6) VALUE 0.

77 WS-ABEND-KOMUNIKAT   PIC X(60) VALUE SPACES.
77 WS-RAPORT-OTWARTY    PIC X VALUE "N".


PROCEDURE DIVISION.

000-MAIN.

        MOVE FUNCTION CURRENT-DATE(1:8) TO DATA-URUCHOMIENIA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO CZAS-URUCHOMIENIA.
        MOVE DATA-URUCHOMIENIA TO DATA-PRZEGLADU.

        PERFORM 100-PARSUJ-PARAMETRY.
        PERFORM 500-ZAPISZ-REJESTR-START.
        PERFORM 120-OTWORZ-RAPORT.

        PERFORM 130-WCZYTAJ-KURSY.
        PERFORM 135-WCZYTAJ-PROGI.
        PERFORM 140-WCZYTAJ-ODSYLACZE.
        PERFORM 145-WCZYTAJ-PRZEJRZANE.
        PERFORM 150-WCZYTAJ-PARTIE.

        IF ILOSC-PARTII > 0
                PERFORM 160-WCZYTAJ-NOWYCH-KLIENTOW
                PERFORM 170-WCZYTAJ-OKRES
                PERFORM 175-WCZYTAJ-HISTORIE
        END-IF.

        PERFORM 200-OTWORZ-ALERTY.

        IF ILOSC-PARTII > 0
                PERFORM 300-REGULA-PROG
                PERFORM 310-REGULA-STRUKTURYZACJA
                PERFORM 320-REGULA-OBROT
                PERFORM 330-REGULA-NOWY-KLIENT
        END-IF.

        CLOSE ALERTYFILE.

        PERFORM 450-DRUKUJ-PODSUMOWANIE-RAPORTU.
        CLOSE RAPORTFILE.

        PERFORM 510-ZAPISZ-REJESTR-KONIEC.
        PERFORM 700-DRUKUJ-PODSUMOWANIE.

        STOP RUN.

100-PARSUJ-PARAMETRY.

      *> Tokeny o stalej szerokosci: "DATA=RRRRMMDD",
      *> "PROG=nnnnnnnnn" (PLN), "PASMO=nn", "OKNO=nn", "KROT=nn",
      *> "NOWY=nnn".
        MOVE SPACES TO WS-PARM.
        ACCEPT WS-PARM FROM COMMAND-LINE.

        MOVE FUNCTION TRIM(WS-PARM) TO WS-PARM.
        COMPUTE WS-PARM-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-PARM)).
        MOVE 1 TO WS-PARM-WSK.

        PERFORM UNTIL WS-PARM-WSK > WS-PARM-LEN
                MOVE SPACES TO WS-TOKEN
                UNSTRING WS-PARM DELIMITED BY ","
                        INTO WS-TOKEN
                        WITH POINTER WS-PARM-WSK
                END-UNSTRING
                MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN
                IF WS-TOKEN NOT = SPACES
                        PERFORM 105-PRZETWORZ-TOKEN
                END-IF
        END-PERFORM.

        COMPUTE WS-DZIEN-PRZEGLADU =
                FUNCTION INTEGER-OF-DATE(DATA-PRZEGLADU).
        COMPUTE WS-DZIEN-NOWEGO-OD =
                WS-DZIEN-PRZEGLADU - DNI-NOWEGO-KLIENTA.

105-PRZETWORZ-TOKEN.

        MOVE SPACES TO WS-LICZBA-TMP.
        EVALUATE FUNCTION UPPER-CASE(WS-TOKEN(1:3))
                WHEN "DAT"
                        MOVE WS-TOKEN(6:8) TO WS-DATA-TMP
                        IF WS-DATA-TMP IS NUMERIC
                           AND WS-DATA-TMP > "16010101"
                                MOVE WS-DATA-TMP TO DATA-PRZEGLADU
                        ELSE
                                PERFORM 109-ZLY-PARAMETR
                        END-IF
                WHEN "PRO"
                        MOVE WS-TOKEN(6:9) TO WS-LICZBA-TMP
                        IF WS-LICZBA-TMP IS NUMERIC
                           AND WS-LICZBA-TMP NOT = "000000000"
                                MOVE WS-LICZBA-TMP TO PROG-DOMYSLNY
                        ELSE
                                PERFORM 109-ZLY-PARAMETR
                        END-IF
                WHEN "PAS"
                        MOVE WS-TOKEN(7:2) TO WS-LICZBA-TMP(1:2)
                        IF WS-LICZBA-TMP(1:2) IS NUMERIC
                           AND WS-LICZBA-TMP(1:2) NOT = "00"
                                MOVE WS-LICZBA-TMP(1:2) TO PROC-PASMA
                        ELSE
                                PERFORM 109-ZLY-PARAMETR
                        END-IF
                WHEN "OKN"
                        MOVE WS-TOKEN(6:2) TO WS-LICZBA-TMP(1:2)
                        IF WS-LICZBA-TMP(1:2) IS NUMERIC
                                MOVE WS-LICZBA-TMP(1:2) TO DNI-OKNA
                        ELSE
                                PERFORM 109-ZLY-PARAMETR
                        END-IF
                WHEN "KRO"
                        MOVE WS-TOKEN(6:2) TO WS-LICZBA-TMP(1:2)
                        IF WS-LICZBA-TMP(1:2) IS NUMERIC
                           AND WS-LICZBA-TMP(1:2) NOT = "00"
                                MOVE WS-LICZBA-TMP(1:2)
                                        TO KROTNOSC-OBROTU
                        ELSE
                                PERFORM 109-ZLY-PARAMETR
                        END-IF
                WHEN "NOW"
                        MOVE WS-TOKEN(6:3) TO WS-LICZBA-TMP(1:3)
                        IF WS-LICZBA-TMP(1:3) IS NUMERIC
                                MOVE WS-LICZBA-TMP(1:3)
                                        TO DNI-NOWEGO-KLIENTA
                        ELSE
                                PERFORM 109-ZLY-PARAMETR
                        END-IF
                WHEN OTHER
                        DISPLAY "Nieznany parametr [" WS-TOKEN
                                "] - pominieto."
        END-EVALUATE.

109-ZLY-PARAMETR.

        DISPLAY "Niepoprawna wartosc parametru [" WS-TOKEN
                "] - wartosc domyslna.".

120-OTWORZ-RAPORT.

        OPEN OUTPUT RAPORTFILE.

        IF RAP-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RaportNietypowychTransakcji: nie mozna "
                        DELIMITED BY SIZE
                        "otworzyc pliku (status " DELIMITED BY SIZE
                        RAP-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "T" TO WS-RAPORT-OTWARTY.

        MOVE SPACES TO RAPORT-LINE.
        STRING "RAPORT TRANSAKCJI NIETYPOWYCH - DATA PRZEGLADU: "
                DATA-PRZEGLADU
                "  URUCHOMIENIE: " DATA-URUCHOMIENIA " " CZAS-URUCHOMIENIA
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "PROG DOMYSLNY PLN: " PROG-DOMYSLNY
                "  PASMO: " PROC-PASMA "%"
                "  OKNO: " DNI-OKNA " DNI"
                "  KROTNOSC OBROTU: " KROTNOSC-OBROTU
                "  NOWY KLIENT: " DNI-NOWEGO-KLIENTA " DNI"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.

130-WCZYTAJ-KURSY.

        MOVE 0 TO ILOSC-KURSOW.

        OPEN INPUT KURSYWALUTFILE.

        IF KWF-STATUS = "00"
                PERFORM UNTIL KWF-STATUS NOT = "00"
                        READ KURSYWALUTFILE
                                AT END MOVE "10" TO KWF-STATUS
                                NOT AT END PERFORM 132-NOTUJ-KURS
                        END-READ
                END-PERFORM
                CLOSE KURSYWALUTFILE
        ELSE
                DISPLAY "KursyWalut: brak pliku (status " KWF-STATUS
                        ") - przeliczane sa tylko transakcje w PLN."
        END-IF.

132-NOTUJ-KURS.

        IF ILOSC-KURSOW NOT < MAX-KURSY-WALUT
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "KursyWalut: wiecej niz " MAX-KURSY-WALUT
                        " wierszy" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-KURSOW = ILOSC-KURSOW + 1.
        MOVE KURS-WALUTA TO WALUTA-KURS(ILOSC-KURSOW).
        MOVE KURS-WARTOSC TO WARTOSC-KURS(ILOSC-KURSOW).
      *> Wiersz bez daty obowiazuje od poczatku - jak w DKTS.
        IF KURS-DATA IS NUMERIC
                MOVE KURS-DATA TO DATA-KURS(ILOSC-KURSOW)
        ELSE
                MOVE 0 TO DATA-KURS(ILOSC-KURSOW)
        END-IF.

135-WCZYTAJ-PROGI.

        MOVE 0 TO ILOSC-PROGOW.

        OPEN INPUT PROGIFILE.

        IF PRG-STATUS = "00"
                PERFORM UNTIL PRG-STATUS NOT = "00"
                        READ PROGIFILE
                                AT END MOVE "10" TO PRG-STATUS
                                NOT AT END PERFORM 137-NOTUJ-PROG
                        END-READ
                END-PERFORM
                CLOSE PROGIFILE
        ELSE
                DISPLAY "ProgiZgloszen: brak pliku - dla wszystkich "
                        "walut prog domyslny."
        END-IF.

137-NOTUJ-PROG.

        IF PRG-WALUTA NOT = SPACES AND PRG-PROG IS NUMERIC
           AND PRG-PROG-NUM > 0
                IF ILOSC-PROGOW NOT < MAX-PROGI
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "ProgiZgloszen: wiecej niz " MAX-PROGI
                                " walut" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-PROGOW = ILOSC-PROGOW + 1
                MOVE PRG-WALUTA TO PRT-WALUTA(ILOSC-PROGOW)
                MOVE PRG-PROG-NUM TO PRT-PROG(ILOSC-PROGOW)
        ELSE
                DISPLAY "ProgiZgloszen: niepoprawny wiersz ["
                        PROG-RECORD "] - pominieto."
        END-IF.

140-WCZYTAJ-ODSYLACZE.

        MOVE 0 TO ILOSC-ODSYLACZY.

        OPEN INPUT ODSYLACZEFILE.

        IF XRF-STATUS = "00"
                PERFORM UNTIL XRF-STATUS NOT = "00"
                        READ ODSYLACZEFILE
                                AT END MOVE "10" TO XRF-STATUS
                                NOT AT END PERFORM 142-NOTUJ-ODSYLACZ
                        END-READ
                END-PERFORM
                CLOSE ODSYLACZEFILE
        END-IF.

142-NOTUJ-ODSYLACZ.

        IF ILOSC-ODSYLACZY NOT < MAX-ODSYLACZE
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "OdsylaczeKlientow: wiecej niz " MAX-ODSYLACZE
                        " wierszy" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-ODSYLACZY = ILOSC-ODSYLACZY + 1.
        MOVE XR-STARY TO XRT-STARY(ILOSC-ODSYLACZY).
        MOVE XR-NOWY TO XRT-NOWY(ILOSC-ODSYLACZY).

145-WCZYTAJ-PRZEJRZANE.

        MOVE 0 TO ILOSC-PRZEJRZANYCH.

        OPEN INPUT PRZEJRZANEFILE.

        IF PRZ-STATUS = "00"
                PERFORM UNTIL PRZ-STATUS NOT = "00"
                        READ PRZEJRZANEFILE
                                AT END MOVE "10" TO PRZ-STATUS
                                NOT AT END PERFORM 147-NOTUJ-PRZEJRZANY
                        END-READ
                END-PERFORM
                CLOSE PRZEJRZANEFILE
        END-IF.

147-NOTUJ-PRZEJRZANY.

        IF PRZ-KLUCZ NOT = SPACES
                IF ILOSC-PRZEJRZANYCH NOT < MAX-PRZEJRZANE
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "AlertyPrzejrzane: wiecej niz "
                                MAX-PRZEJRZANE " wierszy"
                                DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-PRZEJRZANYCH = ILOSC-PRZEJRZANYCH + 1
                MOVE PRZ-KLUCZ TO PRT-KLUCZ(ILOSC-PRZEJRZANYCH)
        END-IF.

150-WCZYTAJ-PARTIE.

        MOVE 0 TO ILOSC-PARTII.
        MOVE 99999999 TO WS-DATA-MIN-PARTII.

        OPEN INPUT TRANSAKCJEKLIENTOWFILE.

        IF TKF-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "TransakcjeKlientow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        TKF-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

        MOVE "N" TO EOF-SWITCH-PLIK.
        PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                READ TRANSAKCJEKLIENTOWFILE
                        AT END
                                MOVE "Y" TO EOF-SWITCH-PLIK
                        NOT AT END
                                COMPUTE LICZBA-TRANSAKCJI-PARTII =
                                        LICZBA-TRANSAKCJI-PARTII + 1
                                PERFORM 155-NOTUJ-TRANSAKCJE
                END-READ
        END-PERFORM.

        CLOSE TRANSAKCJEKLIENTOWFILE.

      *> Okno historii dla regul STRU: od najwczesniejszej daty partii
      *> cofamy sie o DNI-OKNA dni.
        IF ILOSC-PARTII > 0
                COMPUTE WS-DZIEN-A =
                        FUNCTION INTEGER-OF-DATE(WS-DATA-MIN-PARTII)
                        - DNI-OKNA
                COMPUTE WS-DATA-OKNA-OD =
                        FUNCTION DATE-OF-INTEGER(WS-DZIEN-A)
        END-IF.

155-NOTUJ-TRANSAKCJE.

      *> Storno wycofuje transakcje - nie jest nowym ruchem klienta.
        IF STORNO-FLAGA = "S"
                COMPUTE LICZBA-STORN = LICZBA-STORN + 1
        ELSE
                IF ILOSC-PARTII NOT < MAX-PARTIA
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "TransakcjeKlientow: wiecej niz "
                                MAX-PARTIA " transakcji"
                                DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-PARTII = ILOSC-PARTII + 1
                MOVE KOD-KLIENTA-TK TO PT-KLIENT(ILOSC-PARTII)
                MOVE WALUTA-TRANSAKCJI TO PT-WALUTA(ILOSC-PARTII)
                MOVE WARTOSC-TRANSAKCJI TO PT-KWOTA(ILOSC-PARTII)
                MOVE DATA-TRANSAKCJI TO PT-DATA(ILOSC-PARTII)
                MOVE NR-REFERENCJI TO PT-REFERENCJA(ILOSC-PARTII)
                MOVE STORNO-FLAGA TO PT-STORNO(ILOSC-PARTII)
                IF DATA-TRANSAKCJI < WS-DATA-MIN-PARTII
                        MOVE DATA-TRANSAKCJI TO WS-DATA-MIN-PARTII
                END-IF

                MOVE WALUTA-TRANSAKCJI TO KURS-SZUK-WALUTA
                MOVE DATA-TRANSAKCJI TO KURS-SZUK-DATA
                PERFORM 210-ZNAJDZ-KURS-WALUTY
                IF WS-KURS-ZNALEZIONY = "T"
                        MOVE "T" TO PT-KURS-OK(ILOSC-PARTII)
                        COMPUTE PT-PLN(ILOSC-PARTII) ROUNDED =
                                WARTOSC-TRANSAKCJI * WS-KURS-BIEZACY
                ELSE
                        MOVE "N" TO PT-KURS-OK(ILOSC-PARTII)
                        MOVE 0 TO PT-PLN(ILOSC-PARTII)
                        PERFORM 157-DRUKUJ-BRAK-KURSU
                END-IF

                MOVE KOD-KLIENTA-TK TO WS-KLIENT-SZUKANY
                PERFORM 190-SZUKAJ-KLIENTA
                IF WS-KLIENT-ZNALEZIONY NOT = "T"
                        PERFORM 195-DODAJ-KLIENTA
                END-IF
                COMPUTE KP-LICZBA-PARTII(IDX-KP) =
                        KP-LICZBA-PARTII(IDX-KP) + 1
                COMPUTE KP-OBROT-PARTII(IDX-KP) =
                        KP-OBROT-PARTII(IDX-KP) + PT-PLN(ILOSC-PARTII)

                PERFORM 158-NOTUJ-DZIEN-PARTII
        END-IF.

157-DRUKUJ-BRAK-KURSU.

        COMPUTE LICZBA-BRAK-KURSU = LICZBA-BRAK-KURSU + 1.
        MOVE SPACES TO RAPORT-LINE.
        STRING "BRAK KURSU: " WALUTA-TRANSAKCJI
                " NA DZIEN " DATA-TRANSAKCJI
                " KLIENT " KOD-KLIENTA-TK
                " REF " NR-REFERENCJI
                " - POZA REGULAMI PLN"
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

158-NOTUJ-DZIEN-PARTII.

        MOVE "N" TO WS-DZIEN-ZNALEZIONY.
        PERFORM VARYING IDX-DP FROM 1 BY 1
                UNTIL IDX-DP > ILOSC-DNI-PARTII
                OR WS-DZIEN-ZNALEZIONY = "T"
                IF DP-KLIENT(IDX-DP) = KOD-KLIENTA-TK
                   AND DP-DATA(IDX-DP) = DATA-TRANSAKCJI
                        MOVE "T" TO WS-DZIEN-ZNALEZIONY
                        COMPUTE DP-OBROT(IDX-DP) =
                                DP-OBROT(IDX-DP) + PT-PLN(ILOSC-PARTII)
                        COMPUTE DP-LICZBA(IDX-DP) = DP-LICZBA(IDX-DP) + 1
                END-IF
        END-PERFORM.

        IF WS-DZIEN-ZNALEZIONY NOT = "T"
                IF ILOSC-DNI-PARTII NOT < MAX-DNI-PARTII
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "Dni partii: wiecej niz " MAX-DNI-PARTII
                                " par klient/data" DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-DNI-PARTII = ILOSC-DNI-PARTII + 1
                MOVE KOD-KLIENTA-TK TO DP-KLIENT(ILOSC-DNI-PARTII)
                MOVE DATA-TRANSAKCJI TO DP-DATA(ILOSC-DNI-PARTII)
                MOVE PT-PLN(ILOSC-PARTII) TO DP-OBROT(ILOSC-DNI-PARTII)
                MOVE 1 TO DP-LICZBA(ILOSC-DNI-PARTII)
        END-IF.

160-WCZYTAJ-NOWYCH-KLIENTOW.

      *> Klient nowy: wpis dodania zastosowany w oknie NOWY= dni przed
      *> data przegladu. Obchodzi nas tylko klient obecny w partii.
        OPEN INPUT AUDYTFILE.

        IF AUD-STATUS = "00"
                PERFORM UNTIL AUD-STATUS NOT = "00"
                        READ AUDYTFILE
                                AT END MOVE "10" TO AUD-STATUS
                                NOT AT END PERFORM 165-SPRAWDZ-DODANIE
                        END-READ
                END-PERFORM
                CLOSE AUDYTFILE
        ELSE
                DISPLAY "AudytKlientow: brak pliku - regula NOWY "
                        "pominieta."
        END-IF.

165-SPRAWDZ-DODANIE.

        IF AUD-AKCJA = "A" AND AUD-WYNIK = "ZASTOSOWANO"
           AND AUD-DATA IS NUMERIC AND AUD-DATA > "16010101"
                COMPUTE WS-DZIEN-A = FUNCTION INTEGER-OF-DATE
                        (FUNCTION NUMVAL(AUD-DATA))
                IF WS-DZIEN-A NOT < WS-DZIEN-NOWEGO-OD
                   AND WS-DZIEN-A NOT > WS-DZIEN-PRZEGLADU
                        MOVE AUD-PO-KOD TO WS-KLIENT-SZUKANY
                        PERFORM 190-SZUKAJ-KLIENTA
                        IF WS-KLIENT-ZNALEZIONY = "T"
                                MOVE "T" TO KP-NOWY(IDX-KP)
                                MOVE AUD-DATA TO KP-DATA-DODANIA(IDX-KP)
                        END-IF
                END-IF
        END-IF.

170-WCZYTAJ-OKRES.

        OPEN INPUT SPOOLFILE.

        IF SPL-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ SPOOLFILE
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        MOVE SP-KLIENT TO HR-KLIENT
                                        MOVE SP-WALUTA TO HR-WALUTA
                                        MOVE SP-WARTOSC TO HR-KWOTA
                                        MOVE SP-DATA TO HR-DATA
                                        MOVE SP-REFERENCJA
                                                TO HR-REFERENCJA
                                        MOVE SP-STORNO TO HR-STORNO
                                        MOVE "O" TO HR-ZRODLO
                                        PERFORM 180-NOTUJ-HISTORIE
                        END-READ
                END-PERFORM
                CLOSE SPOOLFILE
        ELSE
                DISPLAY "TransakcjeOkresu: brak pliku (status "
                        SPL-STATUS ") - pominieto."
        END-IF.

175-WCZYTAJ-HISTORIE.

        OPEN INPUT HISTORIAFILE.

        IF HIS-STATUS = "00"
                MOVE "N" TO EOF-SWITCH-PLIK
                PERFORM UNTIL EOF-SWITCH-PLIK = "Y"
                        READ HISTORIAFILE NEXT RECORD
                                AT END
                                        MOVE "Y" TO EOF-SWITCH-PLIK
                                NOT AT END
                                        PERFORM 177-PRZEJMIJ-HISTORIE
                        END-READ
                END-PERFORM
                CLOSE HISTORIAFILE
        ELSE
                DISPLAY "HistoriaTransakcji: brak pliku (status "
                        HIS-STATUS ") - pominieto."
        END-IF.

177-PRZEJMIJ-HISTORIE.

      *> Kwota i data historii sa polami tekstowymi - wiersz
      *> uszkodzony nie wchodzi do sredniej.
        IF HIST-WARTOSC IS NUMERIC AND HIST-DATA IS NUMERIC
                MOVE HIST-KLIENT TO HR-KLIENT
                MOVE HIST-WALUTA TO HR-WALUTA
                MOVE HIST-WARTOSC-NUM TO HR-KWOTA
                MOVE HIST-DATA-NUM TO HR-DATA
                MOVE HIST-REFERENCJA TO HR-REFERENCJA
                MOVE HIST-STORNO TO HR-STORNO
                MOVE "H" TO HR-ZRODLO
                PERFORM 180-NOTUJ-HISTORIE
        END-IF.

180-NOTUJ-HISTORIE.

      *> Historia liczy sie tylko klientom partii; kod wycofany przez
      *> SCALKL jest najpierw zamieniany na kod, na ktory przeszedl.
        IF HR-STORNO NOT = "S"
                MOVE HR-KLIENT TO WS-KLIENT-SZUKANY
                PERFORM 185-ROZWIN-ODSYLACZ
                PERFORM 190-SZUKAJ-KLIENTA
                IF WS-KLIENT-ZNALEZIONY = "T"
                        MOVE WS-KLIENT-SZUKANY TO HR-KLIENT
                        MOVE HR-WALUTA TO KURS-SZUK-WALUTA
                        MOVE HR-DATA TO KURS-SZUK-DATA
                        PERFORM 210-ZNAJDZ-KURS-WALUTY
                        IF WS-KURS-ZNALEZIONY = "T"
                                COMPUTE LICZBA-HISTORII =
                                        LICZBA-HISTORII + 1
                                COMPUTE HR-PLN ROUNDED =
                                        HR-KWOTA * WS-KURS-BIEZACY
                                COMPUTE KP-SUMA-HIST(IDX-KP) =
                                        KP-SUMA-HIST(IDX-KP) + HR-PLN
                                PERFORM 182-NOTUJ-DZIEN-HISTORII
                                PERFORM 184-NOTUJ-OKNO
                        END-IF
                END-IF
        END-IF.

182-NOTUJ-DZIEN-HISTORII.

        MOVE "N" TO WS-DZIEN-ZNALEZIONY.
        PERFORM VARYING IDX-DH FROM 1 BY 1
                UNTIL IDX-DH > ILOSC-DNI-HISTORII
                OR WS-DZIEN-ZNALEZIONY = "T"
                IF DH-KLIENT(IDX-DH) = HR-KLIENT
                   AND DH-DATA(IDX-DH) = HR-DATA
                        MOVE "T" TO WS-DZIEN-ZNALEZIONY
                END-IF
        END-PERFORM.

        IF WS-DZIEN-ZNALEZIONY NOT = "T"
                IF ILOSC-DNI-HISTORII NOT < MAX-DNI-HISTORII
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "Dni historii: wiecej niz "
                                MAX-DNI-HISTORII " par klient/data"
                                DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-DNI-HISTORII = ILOSC-DNI-HISTORII + 1
                MOVE HR-KLIENT TO DH-KLIENT(ILOSC-DNI-HISTORII)
                MOVE HR-DATA TO DH-DATA(ILOSC-DNI-HISTORII)
                COMPUTE KP-DNI-HIST(IDX-KP) = KP-DNI-HIST(IDX-KP) + 1
        END-IF.

184-NOTUJ-OKNO.

        MOVE HR-WALUTA TO PROG-SZUK-WALUTA.
        PERFORM 215-USTAL-PROG.

        IF HR-DATA NOT < WS-DATA-OKNA-OD
           AND HR-PLN NOT < WS-DOL-PASMA
           AND HR-PLN < WS-PROG-WALUTY
                IF ILOSC-OKNA NOT < MAX-OKNO
                        MOVE SPACES TO WS-ABEND-KOMUNIKAT
                        STRING "Okno historii: wiecej niz " MAX-OKNO
                                " transakcji w pasmie"
                                DELIMITED BY SIZE
                                INTO WS-ABEND-KOMUNIKAT
                        PERFORM 999-ABEND-POJEMNOSC
                END-IF
                COMPUTE ILOSC-OKNA = ILOSC-OKNA + 1
                MOVE HR-KLIENT TO OK-KLIENT(ILOSC-OKNA)
                MOVE HR-WALUTA TO OK-WALUTA(ILOSC-OKNA)
                MOVE HR-KWOTA TO OK-KWOTA(ILOSC-OKNA)
                MOVE HR-DATA TO OK-DATA(ILOSC-OKNA)
                MOVE HR-REFERENCJA TO OK-REFERENCJA(ILOSC-OKNA)
                MOVE HR-PLN TO OK-PLN(ILOSC-OKNA)
                MOVE HR-ZRODLO TO OK-ZRODLO(ILOSC-OKNA)
        END-IF.

185-ROZWIN-ODSYLACZ.

      *> Lancuch odsylaczy jak w RAPHIST (425) - ograniczony liczba
      *> krokow, zeby odsylacz zapetlony nie zawiesil przebiegu.
        MOVE WS-KLIENT-SZUKANY TO WS-KOD-ODSYLACZA.
        MOVE 0 TO WS-KROKI-ODSYLACZA.
        MOVE "T" TO WS-ODSYLACZ-DALEJ.

        PERFORM UNTIL WS-ODSYLACZ-DALEJ = "N"
                MOVE "N" TO WS-ODSYLACZ-DALEJ
                PERFORM VARYING IDX-XR FROM 1 BY 1
                        UNTIL IDX-XR > ILOSC-ODSYLACZY
                        OR WS-ODSYLACZ-DALEJ = "T"
                        IF XRT-STARY(IDX-XR) = WS-KOD-ODSYLACZA
                                MOVE XRT-NOWY(IDX-XR) TO WS-KOD-ODSYLACZA
                                MOVE "T" TO WS-ODSYLACZ-DALEJ
                        END-IF
                END-PERFORM
                IF WS-ODSYLACZ-DALEJ = "T"
                        COMPUTE WS-KROKI-ODSYLACZA =
                                WS-KROKI-ODSYLACZA + 1
                        IF WS-KROKI-ODSYLACZA > MAX-KROKI-ODSYLACZY
                                MOVE "N" TO WS-ODSYLACZ-DALEJ
                        END-IF
                END-IF
        END-PERFORM.

        MOVE WS-KOD-ODSYLACZA TO WS-KLIENT-SZUKANY.

190-SZUKAJ-KLIENTA.

        MOVE "N" TO WS-KLIENT-ZNALEZIONY.
        PERFORM VARYING IDX-KP FROM 1 BY 1
                UNTIL IDX-KP > ILOSC-KLIENTOW
                OR WS-KLIENT-ZNALEZIONY = "T"
                IF KP-KLIENT(IDX-KP) = WS-KLIENT-SZUKANY
                        MOVE "T" TO WS-KLIENT-ZNALEZIONY
                END-IF
        END-PERFORM.

      *> PERFORM VARYING zwieksza indeks jeszcze raz po trafieniu.
        IF WS-KLIENT-ZNALEZIONY = "T"
                COMPUTE IDX-KP = IDX-KP - 1
        END-IF.

195-DODAJ-KLIENTA.

        IF ILOSC-KLIENTOW NOT < MAX-KLIENCI-PARTII
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "Klienci partii: wiecej niz " MAX-KLIENCI-PARTII
                        DELIMITED BY SIZE INTO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-KLIENTOW = ILOSC-KLIENTOW + 1.
        MOVE ILOSC-KLIENTOW TO IDX-KP.
        MOVE WS-KLIENT-SZUKANY TO KP-KLIENT(IDX-KP).
        MOVE 0 TO KP-SUMA-HIST(IDX-KP).
        MOVE 0 TO KP-DNI-HIST(IDX-KP).
        MOVE 0 TO KP-OBROT-PARTII(IDX-KP).
        MOVE 0 TO KP-LICZBA-PARTII(IDX-KP).
        MOVE "N" TO KP-NOWY(IDX-KP).
        MOVE SPACES TO KP-DATA-DODANIA(IDX-KP).

200-OTWORZ-ALERTY.

        OPEN OUTPUT ALERTYFILE.

        IF ALR-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "AlertyZgodnosci: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        ALR-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

210-ZNAJDZ-KURS-WALUTY.

      *> Jak 211 w DKTS: najpozniejszy kurs waluty z data nie pozniejsza
      *> niz data transakcji; PLN zawsze 1:1.
        MOVE "N" TO WS-KURS-ZNALEZIONY.
        MOVE 1 TO WS-KURS-BIEZACY.
        MOVE 0 TO KURS-DATA-NAJLEPSZA.

        IF KURS-SZUK-WALUTA IS EQUAL TO "PLN"
                MOVE "T" TO WS-KURS-ZNALEZIONY
        ELSE
                PERFORM VARYING IDX-KURS FROM 1 BY 1
                        UNTIL IDX-KURS > ILOSC-KURSOW
                        IF WALUTA-KURS(IDX-KURS) = KURS-SZUK-WALUTA
                           AND DATA-KURS(IDX-KURS) NOT > KURS-SZUK-DATA
                                IF WS-KURS-ZNALEZIONY NOT = "T"
                                   OR DATA-KURS(IDX-KURS)
                                        NOT < KURS-DATA-NAJLEPSZA
                                        MOVE WARTOSC-KURS(IDX-KURS)
                                                TO WS-KURS-BIEZACY
                                        MOVE DATA-KURS(IDX-KURS)
                                                TO KURS-DATA-NAJLEPSZA
                                        MOVE "T" TO WS-KURS-ZNALEZIONY
                                END-IF
                        END-IF
                END-PERFORM
        END-IF.

        IF WS-KURS-ZNALEZIONY NOT = "T"
                MOVE 0 TO WS-KURS-BIEZACY
        END-IF.

215-USTAL-PROG.

      *> Prog waluty PROG-SZUK-WALUTA (PLN) i dolna granica pasma.
        MOVE PROG-DOMYSLNY TO WS-PROG-WALUTY.
        PERFORM VARYING IDX-PRG FROM 1 BY 1 UNTIL IDX-PRG > ILOSC-PROGOW
                IF PRT-WALUTA(IDX-PRG) = PROG-SZUK-WALUTA
                        MOVE PRT-PROG(IDX-PRG) TO WS-PROG-WALUTY
                END-IF
        END-PERFORM.

        COMPUTE WS-DOL-PASMA = WS-PROG-WALUTY * PROC-PASMA / 100.

300-REGULA-PROG.

      *> Pojedyncza transakcja nie mniejsza niz prog waluty; transakcje
      *> w pasmie pod progiem trafiaja do listy kotwic reguly STRU.
        MOVE 0 TO ILOSC-PASMA.

        PERFORM VARYING IDX-PT FROM 1 BY 1 UNTIL IDX-PT > ILOSC-PARTII
                IF PT-KURS-OK(IDX-PT) = "T"
                        MOVE PT-WALUTA(IDX-PT) TO PROG-SZUK-WALUTA
                        PERFORM 215-USTAL-PROG
                        IF PT-PLN(IDX-PT) NOT < WS-PROG-WALUTY
                                PERFORM 305-ALERT-PROG
                        ELSE
                                IF PT-PLN(IDX-PT) NOT < WS-DOL-PASMA
                                        PERFORM 307-DODAJ-DO-PASMA
                                END-IF
                        END-IF
                END-IF
        END-PERFORM.

305-ALERT-PROG.

        MOVE "PROG" TO WS-REGULA.
        MOVE PT-KLIENT(IDX-PT) TO WS-ALERT-KLIENT.
        MOVE PT-REFERENCJA(IDX-PT) TO WS-ALERT-IDENT.
        MOVE WS-PROG-WALUTY TO WS-PROG-EDYCJA.
        MOVE SPACES TO WS-ALERT-POWOD.
        STRING "TRANSAKCJA PONAD PROG " WS-PROG-EDYCJA " PLN"
                DELIMITED BY SIZE INTO WS-ALERT-POWOD.
        MOVE PT-PLN(IDX-PT) TO WS-ALERT-PLN.
        MOVE 1 TO WS-ALERT-LICZBA.

        PERFORM 400-ZAPISZ-ALERT.
        IF WS-ALERT-ZAPISANY = "T"
                COMPUTE LICZBA-ALERTOW-PROG = LICZBA-ALERTOW-PROG + 1
                PERFORM 410-ZAPISZ-POZYCJE-PARTII
        END-IF.

307-DODAJ-DO-PASMA.

        IF ILOSC-PASMA NOT < MAX-PASMO
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "Pasmo pod progiem: wiecej niz " MAX-PASMO
                        " transakcji partii" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 999-ABEND-POJEMNOSC
        END-IF.

        COMPUTE ILOSC-PASMA = ILOSC-PASMA + 1.
        MOVE IDX-PT TO PS-IDX(ILOSC-PASMA).
        MOVE "N" TO PS-UZYTY(ILOSC-PASMA).

310-REGULA-STRUKTURYZACJA.

      *> Kotwica grupy to najpozniejsza jeszcze nieuzyta transakcja
      *> pasma klienta w danej walucie; grupa obejmuje nieuzyte
      *> transakcje pasma (partia i historia) z DNI-OKNA dni przed nia.
      *> Kotwica jest zuzywana zawsze, pozostali czlonkowie z partii -
      *> tylko gdy grupa dala alert. Przebiegi powtarzane sa do chwili,
      *> gdy nie zostanie zadna kotwica.
        MOVE "T" TO WS-KOTWICA-ZNALEZIONA.
        PERFORM UNTIL WS-KOTWICA-ZNALEZIONA = "N"
                MOVE "N" TO WS-KOTWICA-ZNALEZIONA
                PERFORM VARYING IDX-PS FROM 1 BY 1
                        UNTIL IDX-PS > ILOSC-PASMA
                        IF PS-UZYTY(IDX-PS) = "N"
                                PERFORM 312-SPRAWDZ-KOTWICE
                                IF WS-JEST-POZNIEJSZA = "N"
                                        MOVE "T"
                                          TO WS-KOTWICA-ZNALEZIONA
                                        PERFORM 315-ZBUDUJ-GRUPE
                                END-IF
                        END-IF
                END-PERFORM
        END-PERFORM.

312-SPRAWDZ-KOTWICE.

        MOVE PS-IDX(IDX-PS) TO IDX-KOTWICY.
        MOVE "N" TO WS-JEST-POZNIEJSZA.

        PERFORM VARYING IDX-PS-2 FROM 1 BY 1
                UNTIL IDX-PS-2 > ILOSC-PASMA OR WS-JEST-POZNIEJSZA = "T"
                MOVE PS-IDX(IDX-PS-2) TO IDX-PT
                IF IDX-PS-2 NOT = IDX-PS
                   AND PS-UZYTY(IDX-PS-2) = "N"
                   AND PT-KLIENT(IDX-PT) = PT-KLIENT(IDX-KOTWICY)
                   AND PT-WALUTA(IDX-PT) = PT-WALUTA(IDX-KOTWICY)
                        IF PT-DATA(IDX-PT) > PT-DATA(IDX-KOTWICY)
                           OR (PT-DATA(IDX-PT) = PT-DATA(IDX-KOTWICY)
                               AND IDX-PS-2 > IDX-PS)
                                MOVE "T" TO WS-JEST-POZNIEJSZA
                        END-IF
                END-IF
        END-PERFORM.

315-ZBUDUJ-GRUPE.

        MOVE 0 TO ILOSC-GRUPY.
        MOVE 0 TO WS-SUMA-GRUPY.
        COMPUTE WS-DZIEN-A =
                FUNCTION INTEGER-OF-DATE(PT-DATA(IDX-KOTWICY)).

        PERFORM VARYING IDX-PS-2 FROM 1 BY 1
                UNTIL IDX-PS-2 > ILOSC-PASMA
                MOVE PS-IDX(IDX-PS-2) TO IDX-PT
                IF (PS-UZYTY(IDX-PS-2) = "N" OR IDX-PS-2 = IDX-PS)
                   AND PT-KLIENT(IDX-PT) = PT-KLIENT(IDX-KOTWICY)
                   AND PT-WALUTA(IDX-PT) = PT-WALUTA(IDX-KOTWICY)
                   AND PT-DATA(IDX-PT) NOT > PT-DATA(IDX-KOTWICY)
                        COMPUTE WS-DZIEN-B =
                                FUNCTION INTEGER-OF-DATE(PT-DATA(IDX-PT))
                        IF WS-DZIEN-A - WS-DZIEN-B NOT > DNI-OKNA
                                PERFORM 317-DODAJ-Z-PARTII
                        END-IF
                END-IF
        END-PERFORM.

        PERFORM VARYING IDX-OK FROM 1 BY 1 UNTIL IDX-OK > ILOSC-OKNA
                IF OK-KLIENT(IDX-OK) = PT-KLIENT(IDX-KOTWICY)
                   AND OK-WALUTA(IDX-OK) = PT-WALUTA(IDX-KOTWICY)
                   AND OK-DATA(IDX-OK) NOT > PT-DATA(IDX-KOTWICY)
                        COMPUTE WS-DZIEN-B =
                                FUNCTION INTEGER-OF-DATE(OK-DATA(IDX-OK))
                        IF WS-DZIEN-A - WS-DZIEN-B NOT > DNI-OKNA
                                PERFORM 318-DODAJ-Z-OKNA
                        END-IF
                END-IF
        END-PERFORM.

        MOVE PT-WALUTA(IDX-KOTWICY) TO PROG-SZUK-WALUTA.
        PERFORM 215-USTAL-PROG.

        MOVE "N" TO WS-ALERT-ZAPISANY.
        IF ILOSC-GRUPY > 1 AND WS-SUMA-GRUPY > WS-PROG-WALUTY
                PERFORM 319-ALERT-STRU
        END-IF.

      *> Kotwica zuzyta zawsze; reszta partii grupy - gdy byl alert
      *> (takze pominiety jako przejrzany).
        MOVE "T" TO PS-UZYTY(IDX-PS).
        IF ILOSC-GRUPY > 1 AND WS-SUMA-GRUPY > WS-PROG-WALUTY
                PERFORM VARYING IDX-GR FROM 1 BY 1
                        UNTIL IDX-GR > ILOSC-GRUPY
                        IF GR-ZRODLO(IDX-GR) = "B"
                                PERFORM 316-ZUZYJ-CZLONKA
                        END-IF
                END-PERFORM
        END-IF.

316-ZUZYJ-CZLONKA.

        PERFORM VARYING IDX-PS-2 FROM 1 BY 1 UNTIL IDX-PS-2 > ILOSC-PASMA
                IF PS-IDX(IDX-PS-2) = GR-IDX(IDX-GR)
                        MOVE "T" TO PS-UZYTY(IDX-PS-2)
                END-IF
        END-PERFORM.

317-DODAJ-Z-PARTII.

        IF ILOSC-GRUPY < MAX-GRUPA
                COMPUTE ILOSC-GRUPY = ILOSC-GRUPY + 1
                MOVE "B" TO GR-ZRODLO(ILOSC-GRUPY)
                MOVE IDX-PT TO GR-IDX(ILOSC-GRUPY)
                COMPUTE WS-SUMA-GRUPY = WS-SUMA-GRUPY + PT-PLN(IDX-PT)
        END-IF.

318-DODAJ-Z-OKNA.

        IF ILOSC-GRUPY < MAX-GRUPA
                COMPUTE ILOSC-GRUPY = ILOSC-GRUPY + 1
                MOVE "W" TO GR-ZRODLO(ILOSC-GRUPY)
                MOVE IDX-OK TO GR-IDX(ILOSC-GRUPY)
                COMPUTE WS-SUMA-GRUPY = WS-SUMA-GRUPY + OK-PLN(IDX-OK)
        END-IF.

319-ALERT-STRU.

        MOVE "STRU" TO WS-REGULA.
        MOVE PT-KLIENT(IDX-KOTWICY) TO WS-ALERT-KLIENT.
        MOVE SPACES TO WS-ALERT-IDENT.
        MOVE PT-DATA(IDX-KOTWICY) TO WS-ALERT-IDENT(1:8).
        MOVE PT-WALUTA(IDX-KOTWICY) TO WS-ALERT-IDENT(9:4).
        MOVE WS-PROG-WALUTY TO WS-PROG-EDYCJA.
        MOVE SPACES TO WS-ALERT-POWOD.
        STRING "POD PROGIEM, RAZEM PONAD " WS-PROG-EDYCJA " PLN"
                DELIMITED BY SIZE INTO WS-ALERT-POWOD.
        MOVE WS-SUMA-GRUPY TO WS-ALERT-PLN.
        MOVE ILOSC-GRUPY TO WS-ALERT-LICZBA.

        PERFORM 400-ZAPISZ-ALERT.
        IF WS-ALERT-ZAPISANY = "T"
                COMPUTE LICZBA-ALERTOW-STRU = LICZBA-ALERTOW-STRU + 1
                PERFORM VARYING IDX-GR FROM 1 BY 1
                        UNTIL IDX-GR > ILOSC-GRUPY
                        IF GR-ZRODLO(IDX-GR) = "B"
                                MOVE GR-IDX(IDX-GR) TO IDX-PT
                                PERFORM 410-ZAPISZ-POZYCJE-PARTII
                        ELSE
                                MOVE GR-IDX(IDX-GR) TO IDX-OK
                                PERFORM 415-ZAPISZ-POZYCJE-OKNA
                        END-IF
                END-PERFORM
        END-IF.

320-REGULA-OBROT.

      *> Obrot dnia partii wzgledem sredniej dziennej z historii. Bez
      *> MIN-DNI-HISTORII dni historii srednia nic nie mowi - takiego
      *> klienta obejmuje regula NOWY.
        PERFORM VARYING IDX-DP FROM 1 BY 1 UNTIL IDX-DP > ILOSC-DNI-PARTII
                MOVE DP-KLIENT(IDX-DP) TO WS-KLIENT-SZUKANY
                PERFORM 190-SZUKAJ-KLIENTA
                IF KP-DNI-HIST(IDX-KP) NOT < MIN-DNI-HISTORII
                        COMPUTE WS-OBROT-SREDNI ROUNDED =
                                KP-SUMA-HIST(IDX-KP) / KP-DNI-HIST(IDX-KP)
                        COMPUTE WS-OBROT-GRANICA =
                                WS-OBROT-SREDNI * KROTNOSC-OBROTU
                        IF DP-OBROT(IDX-DP) > WS-OBROT-GRANICA
                           AND DP-OBROT(IDX-DP) * 10 NOT < PROG-DOMYSLNY
                                PERFORM 325-ALERT-OBRT
                        END-IF
                END-IF
        END-PERFORM.

325-ALERT-OBRT.

        MOVE "OBRT" TO WS-REGULA.
        MOVE DP-KLIENT(IDX-DP) TO WS-ALERT-KLIENT.
        MOVE SPACES TO WS-ALERT-IDENT.
        MOVE DP-DATA(IDX-DP) TO WS-ALERT-IDENT(1:8).
        MOVE WS-OBROT-SREDNI TO WS-KWOTA-EDYCJA.
        MOVE KROTNOSC-OBROTU TO WS-KROTNOSC-EDYCJA.
        MOVE SPACES TO WS-ALERT-POWOD.
        STRING "OBROT DNIA >" WS-KROTNOSC-EDYCJA "x SREDNIA "
                WS-KWOTA-EDYCJA
                DELIMITED BY SIZE INTO WS-ALERT-POWOD.
        MOVE DP-OBROT(IDX-DP) TO WS-ALERT-PLN.
        MOVE DP-LICZBA(IDX-DP) TO WS-ALERT-LICZBA.

        PERFORM 400-ZAPISZ-ALERT.
        IF WS-ALERT-ZAPISANY = "T"
                COMPUTE LICZBA-ALERTOW-OBRT = LICZBA-ALERTOW-OBRT + 1
                PERFORM VARYING IDX-PT FROM 1 BY 1
                        UNTIL IDX-PT > ILOSC-PARTII
                        IF PT-KLIENT(IDX-PT) = DP-KLIENT(IDX-DP)
                           AND PT-DATA(IDX-PT) = DP-DATA(IDX-DP)
                                PERFORM 410-ZAPISZ-POZYCJE-PARTII
                        END-IF
                END-PERFORM
        END-IF.

330-REGULA-NOWY-KLIENT.

      *> Klient nowy z obrotem partii co najmniej polowy progu
      *> domyslnego albo z co najmniej NOWY-MIN-TRANSAKCJI transakcji.
        PERFORM VARYING IDX-KP FROM 1 BY 1 UNTIL IDX-KP > ILOSC-KLIENTOW
                IF KP-NOWY(IDX-KP) = "T"
                        IF KP-OBROT-PARTII(IDX-KP) * 2 NOT < PROG-DOMYSLNY
                           OR KP-LICZBA-PARTII(IDX-KP)
                                NOT < NOWY-MIN-TRANSAKCJI
                                PERFORM 335-ALERT-NOWY
                        END-IF
                END-IF
        END-PERFORM.

335-ALERT-NOWY.

        MOVE "NOWY" TO WS-REGULA.
        MOVE KP-KLIENT(IDX-KP) TO WS-ALERT-KLIENT.
        MOVE SPACES TO WS-ALERT-IDENT.
        MOVE SPACES TO WS-ALERT-POWOD.
        STRING "NOWY KLIENT, DODANY " KP-DATA-DODANIA(IDX-KP)
                " - DUZY OBROT"
                DELIMITED BY SIZE INTO WS-ALERT-POWOD.
        MOVE KP-OBROT-PARTII(IDX-KP) TO WS-ALERT-PLN.
        MOVE KP-LICZBA-PARTII(IDX-KP) TO WS-ALERT-LICZBA.

        PERFORM 400-ZAPISZ-ALERT.
        IF WS-ALERT-ZAPISANY = "T"
                COMPUTE LICZBA-ALERTOW-NOWY = LICZBA-ALERTOW-NOWY + 1
                PERFORM VARYING IDX-PT FROM 1 BY 1
                        UNTIL IDX-PT > ILOSC-PARTII
                        IF PT-KLIENT(IDX-PT) = KP-KLIENT(IDX-KP)
                                PERFORM 410-ZAPISZ-POZYCJE-PARTII
                        END-IF
                END-PERFORM
        END-IF.

400-ZAPISZ-ALERT.

      *> Alert o kluczu z AlertyPrzejrzane jest tylko liczony.
        MOVE SPACES TO ALERT-RECORD.
        MOVE WS-REGULA TO AL-REGULA.
        MOVE WS-ALERT-KLIENT TO AL-KLIENT.
        MOVE WS-ALERT-IDENT TO AL-IDENT.

        MOVE "N" TO WS-ALERT-PRZEJRZANY.
        PERFORM VARYING IDX-PRZ FROM 1 BY 1
                UNTIL IDX-PRZ > ILOSC-PRZEJRZANYCH
                OR WS-ALERT-PRZEJRZANY = "T"
                IF PRT-KLUCZ(IDX-PRZ) = AL-KLUCZ
                        MOVE "T" TO WS-ALERT-PRZEJRZANY
                END-IF
        END-PERFORM.

        IF WS-ALERT-PRZEJRZANY = "T"
                MOVE "N" TO WS-ALERT-ZAPISANY
                COMPUTE LICZBA-POMINIETYCH = LICZBA-POMINIETYCH + 1
        ELSE
                MOVE "T" TO WS-ALERT-ZAPISANY
                COMPUTE LICZBA-ALERTOW = LICZBA-ALERTOW + 1
                MOVE "A" TO AL-TYP
                MOVE DATA-PRZEGLADU TO AL-DATA-PRZEGLADU
                MOVE WS-ALERT-POWOD TO AL-POWOD
                MOVE WS-ALERT-PLN TO AL-PLN
                MOVE WS-ALERT-LICZBA TO AL-LICZBA
                WRITE ALERT-RECORD

                MOVE SPACES TO RAPORT-LINE
                WRITE RAPORT-LINE
                MOVE SPACES TO RAPORT-LINE
                MOVE WS-ALERT-PLN TO WS-KWOTA-EDYCJA
                STRING "ALERT [" AL-KLUCZ "] " WS-ALERT-POWOD
                        " PLN " WS-KWOTA-EDYCJA
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
        END-IF.

410-ZAPISZ-POZYCJE-PARTII.

        MOVE SPACES TO AL-RESZTA.
        MOVE "B" TO AT-ZRODLO.
        MOVE PT-REFERENCJA(IDX-PT) TO AT-REFERENCJA.
        MOVE PT-DATA(IDX-PT) TO AT-DATA.
        MOVE PT-WALUTA(IDX-PT) TO AT-WALUTA.
        MOVE PT-KWOTA(IDX-PT) TO AT-KWOTA.
        MOVE PT-PLN(IDX-PT) TO AT-PLN.
        PERFORM 420-ZAPISZ-POZYCJE.

415-ZAPISZ-POZYCJE-OKNA.

        MOVE SPACES TO AL-RESZTA.
        MOVE OK-ZRODLO(IDX-OK) TO AT-ZRODLO.
        MOVE OK-REFERENCJA(IDX-OK) TO AT-REFERENCJA.
        MOVE OK-DATA(IDX-OK) TO AT-DATA.
        MOVE OK-WALUTA(IDX-OK) TO AT-WALUTA.
        MOVE OK-KWOTA(IDX-OK) TO AT-KWOTA.
        MOVE OK-PLN(IDX-OK) TO AT-PLN.
        PERFORM 420-ZAPISZ-POZYCJE.

420-ZAPISZ-POZYCJE.

      *> Pola AT-* ustawione przez 410/415; klucz zostaje z wiersza
      *> "A" alertu.
        MOVE "T" TO AL-TYP.
        MOVE DATA-PRZEGLADU TO AL-DATA-PRZEGLADU.
        WRITE ALERT-RECORD.

        MOVE SPACES TO RAPORT-LINE.
        STRING "      " AT-ZRODLO " REF " AT-REFERENCJA
                " " AT-DATA " " AT-WALUTA " " AT-KWOTA
                " PLN " AT-PLN
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

450-DRUKUJ-PODSUMOWANIE-RAPORTU.

        MOVE SPACES TO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "TRANSAKCJE PARTII=" LICZBA-TRANSAKCJI-PARTII
                " STORNA=" LICZBA-STORN
                " BRAK KURSU=" LICZBA-BRAK-KURSU
                " KLIENCI=" ILOSC-KLIENTOW
                " TRANSAKCJE HISTORII=" LICZBA-HISTORII
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.
        MOVE SPACES TO RAPORT-LINE.
        STRING "ALERTY=" LICZBA-ALERTOW
                " (PROG=" LICZBA-ALERTOW-PROG
                " STRU=" LICZBA-ALERTOW-STRU
                " OBRT=" LICZBA-ALERTOW-OBRT
                " NOWY=" LICZBA-ALERTOW-NOWY
                ") POMINIETE JAKO PRZEJRZANE=" LICZBA-POMINIETYCH
                DELIMITED BY SIZE INTO RAPORT-LINE.
        WRITE RAPORT-LINE.

500-ZAPISZ-REJESTR-START.

        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "NIETYPTR" TO REJ-PROGRAM.
        MOVE DATA-URUCHOMIENIA TO REJ-DATA.
        MOVE CZAS-URUCHOMIENIA TO REJ-CZAS.
        MOVE "START" TO REJ-STATUS-WPISU.
        MOVE 0 TO REJ-LICZBA-WE.
        MOVE 0 TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

510-ZAPISZ-REJESTR-KONIEC.

      *> Liczniki wpisu KONIEC: transakcje partii i alerty zapisane.
        PERFORM 520-OTWORZ-REJESTR-DOPIS.
        MOVE SPACES TO REJESTR-RECORD.
        MOVE "NIETYPTR" TO REJ-PROGRAM.
        MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATA.
        MOVE FUNCTION CURRENT-DATE(9:6) TO REJ-CZAS.
        MOVE "KONIEC" TO REJ-STATUS-WPISU.
        MOVE LICZBA-TRANSAKCJI-PARTII TO REJ-LICZBA-WE.
        MOVE LICZBA-ALERTOW TO REJ-LICZBA-WY.
        WRITE REJESTR-RECORD.
        CLOSE REJESTRFILE.

520-OTWORZ-REJESTR-DOPIS.

        OPEN EXTEND REJESTRFILE.
        IF REJ-STATUS = "35"
                OPEN OUTPUT REJESTRFILE
        END-IF.
        IF REJ-STATUS NOT = "00"
                MOVE SPACES TO WS-ABEND-KOMUNIKAT
                STRING "RejestrPrzebiegow: nie mozna otworzyc pliku "
                        DELIMITED BY SIZE
                        "(status " DELIMITED BY SIZE
                        REJ-STATUS DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO WS-ABEND-KOMUNIKAT
                PERFORM 998-ABEND-PLIK
        END-IF.

700-DRUKUJ-PODSUMOWANIE.

        DISPLAY "*** Podsumowanie przegladu transakcji nietypowych ***".
        DISPLAY "Data przegladu:                   " DATA-PRZEGLADU.
        DISPLAY "Transakcje partii:                "
                LICZBA-TRANSAKCJI-PARTII.
        DISPLAY "Storna (pominiete):               " LICZBA-STORN.
        DISPLAY "Bez kursu (poza regulami PLN):    " LICZBA-BRAK-KURSU.
        DISPLAY "Transakcje historii klientow:     " LICZBA-HISTORII.
        DISPLAY "Alerty PROG / STRU / OBRT / NOWY: "
                LICZBA-ALERTOW-PROG " / " LICZBA-ALERTOW-STRU " / "
                LICZBA-ALERTOW-OBRT " / " LICZBA-ALERTOW-NOWY.
        DISPLAY "Alerty zapisane:                  " LICZBA-ALERTOW.
        DISPLAY "Pominiete jako przejrzane:        " LICZBA-POMINIETYCH.

998-ABEND-PLIK.

        DISPLAY "**** BLAD KRYTYCZNY: blad pliku wejsciowego ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        IF WS-RAPORT-OTWARTY = "T"
                MOVE SPACES TO RAPORT-LINE
                STRING "BLAD KRYTYCZNY: " WS-ABEND-KOMUNIKAT
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
                CLOSE RAPORTFILE
        END-IF.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.

999-ABEND-POJEMNOSC.

        DISPLAY "**** BLAD KRYTYCZNY: przekroczono pojemnosc tablicy ****".
        DISPLAY "    " WS-ABEND-KOMUNIKAT.
        IF WS-RAPORT-OTWARTY = "T"
                MOVE SPACES TO RAPORT-LINE
                STRING "BLAD KRYTYCZNY: " WS-ABEND-KOMUNIKAT
                        DELIMITED BY SIZE INTO RAPORT-LINE
                WRITE RAPORT-LINE
                CLOSE RAPORTFILE
        END-IF.
        MOVE 16 TO RETURN-CODE.
        STOP RUN.
