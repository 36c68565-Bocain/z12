        05 SALDO-KLUCZ.
                10 SALDO-KLIENT     PIC X(17).
                10 SALDO-WALUTA     PIC X(17).
        05 SALDO-WARTOSC            PIC S9(13)V99.

      *> Stawki per waluta: procent okresu dla pozycji debetowej
      *> (saldo dodatnie - klient nam winien) i kredytowej (saldo
        05 NAL-KLIENT               PIC X(16).
        05 NAL-WALUTA               PIC X(17).
        05 NAL-FLAGA                PIC X(14).
        05 NAL-WARTOSC              PIC 9(11)V99.
        05 NAL-DATA                 PIC 9(8).
        05 NAL-REFERENCJA           PIC X(12).
      *> Naliczenie nie jest stornem - pola storna zostaja puste.
        05 REF-KOLEJNY   PIC 9(3).
77 LICZNIK-REFERENCJI   PIC 9(3) VALUE 0.

      *> Szerokosc liczona od najgorszego przypadku: saldo S9(13)V99
      *> razy stawka ponizej 100 procent to mniej niz 10^15 - kwota
      *> miesci sie tu zawsze w calosci, bez ryzyka cichego obciecia
      *> gornych cyfr, ktore przemknaloby przez bramke POZA ZAKRESEM.
77 KWOTA-NALICZENIA     PIC 9(15)V99 VALUE 0.
77 SALDO-BEZWZGLEDNE    PIC 9(13)V99 VALUE 0.
77 STRONA-NALICZENIA    PIC X VALUE SPACES.
77 WS-OPLATA-MIN-UZYTA  PIC X VALUE "N".

01 LINIA-NALICZENIA.
        05 LN-KLIENT     PIC X(18).
        05 LN-WALUTA     PIC X(18).
        05 LN-SALDO      PIC -(13)9.99.
        05 FILLER        PIC X(2) VALUE SPACES.
        05 LN-STRONA     PIC X(2).
        05 FILLER        PIC X(1) VALUE SPACES.
        05 LN-KWOTA      PIC Z(14)9.99.
        05 FILLER        PIC X(2) VALUE SPACES.
        05 LN-UWAGA      PIC X(16).

        WRITE RAPORT-LINE.

        MOVE SPACES TO RAPORT-LINE.
        STRING "KLIENT            WALUTA                        SALDO"
                "  ST KWOTA               UWAGI"
                DELIMITED BY SIZE INTO RAPORT-LINE
        WRITE RAPORT-LINE.

                MOVE "OPLATA MINIMALNA" TO LN-UWAGA
        END-IF.

      *> Kwota musi zmiescic sie w polu WARTOSC-TRANSAKCJI (11 cyfr
      *> i grosze) ukladu transakcji. Naliczenie poza zakresem
      *> zostaje na raporcie do recznego wystawienia, z jawna uwaga -
      *> obcieta kwota w pliku bylaby cichym bledem ksiegowym.
        IF KWOTA-NALICZENIA > 99999999999.99
                COMPUTE LICZBA-POZA-ZAKRESEM = LICZBA-POZA-ZAKRESEM + 1
                MOVE "POZA ZAKRESEM" TO LN-UWAGA
                DISPLAY "UWAGA: naliczenie " KWOTA-NALICZENIA
        MOVE SALDO-KLIENT(1:16)      TO NAL-KLIENT.
        MOVE SALDO-WALUTA            TO NAL-WALUTA.
        MOVE STRONA-NALICZENIA       TO NAL-FLAGA.
      *> Kwota z groszami, juz zaokraglona w 220.
        MOVE KWOTA-NALICZENIA        TO NAL-WARTOSC.
        MOVE DATA-NALICZENIA         TO NAL-DATA.
        MOVE REFERENCJA-NALICZENIA   TO NAL-REFERENCJA.
        WRITE NALICZENIE-RECORD.
