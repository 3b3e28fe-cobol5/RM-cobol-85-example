      *    Her eslesen satir GUNCEL / ARSIV isareti ile listelenir,
      *    arsivdekiler icin cikis tarihi de gosterilir. Boylece yil
      *    sonu temizliginde tasinan kisiler de tek ekrandan
      *    sorgulanabilir. SOY ADI yerine KAYIT NO ile de aranabilir;
      *    A143 ile anonimlestirilmis arsiv kaydi (statu X) ad / soyad
      *    gosterilmeden ANONIMLESTIRILMIS olarak listelenir.

       environment DIVISION.


       77 aranan-ad   pic x(12) value spaces.

       77 aranan-id   pic 9(06) value zeros.

       77 eslesen-sayac pic 9(05) value zeros.

       SCREEN section.

            05  VALUE "ADI (BOS=HEPSI):"  LINE 2 COL 1.

            05  VALUE "KAYIT NO.......:"  LINE 3 COL 1.

            05  VALUE "(SOY ADI BOSSA)"   LINE 3 COL 26.

       01 arama-okuma.

            05 LINE 1 COL 17 PIC x(15) USING aranan-soyad.

            05 LINE 2 COL 17 PIC x(12) USING aranan-ad.

            05 LINE 3 COL 17 PIC 9(06) USING aranan-id.

       PROCEDURE DIVISION.

       main.

           move spaces to aranan-ad.

           move zeros to aranan-id.

           accept arama-okuma.

           if aranan-soyad = spaces and aranan-id = zeros

               display "SOY ADI YA DA KAYIT NO GIRINIZ !"

                   line 22 position 1 blink


               not at end

                   if (aranan-soyad = spaces and reg-id = aranan-id)

                       or (aranan-soyad not = spaces

                           and soyad = aranan-soyad

                           and (aranan-ad = spaces or aranan-ad = ad))

                       add 1 to eslesen-sayac


                   move gecmis-satiri to registo

                   if (aranan-soyad = spaces and reg-id = aranan-id)

                       or (aranan-soyad not = spaces

                           and soyad = aranan-soyad

                           and (aranan-ad = spaces or aranan-ad = ad))

                       add 1 to eslesen-sayac

                       perform arsiv-goster

                   end-if

           end-read.

       arsiv-goster.

           if kayit-statu = "X"

               display "ARSIV  " reg-id " ANONIMLESTIRILMIS  "

                   sehir space ilce " CIKIS : " cikis-tarihi

           else

               display "ARSIV  " reg-id space ad space soyad

                   space sehir space ilce

                   " CIKIS : " cikis-tarihi

           end-if.
