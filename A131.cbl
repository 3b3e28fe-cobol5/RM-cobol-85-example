      *    sayfali olarak a131.rpt dosyasina doker. Operator adlari
      *    a122.dat'tan alinir ki amirler sekiz haneli kod yerine
      *    isim gorsun. Arsivden iade (I) satirlari guncelleme
      *    sayilir. Istenen ay araligi (YYYYAA) a121'deki gibi program
      *    basinda sorulur; A135 ile devredilmis jurnal kusaklarindan
      *    araliga dusenler a111.jkt tablosundan bulunup a111.jrn'den
      *    once okunur.

       environment DIVISION.


                    file status is kayit-durum.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional operator-dosya assign "a122.dat"

                    organization is indexed

           COPY JRNKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd operator-dosya.

       01 operator-kaydi.

       77 cikti-satir pic x(80) value spaces.

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 tablo-durum pic x(02) value spaces.

       77 tablo-bitti pic x value "N".

       77 aralik-bas  pic 9(06) value zeros.

       77 aralik-son  pic 9(06) value zeros.

       77 kusak-bas   pic 9(06) value zeros.

       77 kusak-son   pic 9(06) value zeros.

       01 baslik-1.

           05 filler      pic x(30)

       main.

           display "BASLANGIC AYI (YYYYAA, 0 = HEPSI) ?".

           accept aralik-bas.

           display "BITIS AYI (YYYYAA, 0 = HEPSI) ?".

           accept aralik-son.

           if aralik-son = zeros

               move 999999 to aralik-son

           end-if.

           if aralik-bas > aralik-son

               display "GECERSIZ ARALIK !"

               stop run

           end-if.

           open input operator-dosya.

           if operator-durum = "00"

                   divide giris-tarihi by 100 giving yilay

                   if yilay not < aralik-bas

                       and yilay not > aralik-son

                       move operator-id to sk-operator

                       move yilay to sk-yilay

                       move "K" to sk-islem

                       release sirali-kayit

                   end-if

           end-read.

       jurnal-topla.

           open input kusak-tablo.

           if tablo-durum = "00"

               move "N" to tablo-bitti

               perform kusak-oku until tablo-bitti = "E"

               close kusak-tablo

           else

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

           end-if.

           move "a111.jrn" to jurnal-adi.

           perform jurnal-tara thru jurnal-tara-son.

       jurnal-topla-son.

           exit.

       kusak-oku.

      *    yalnizca tarih araligi istenen aylarla kesisen kusaklar

      *    okunur.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   divide ku-ilk-tarih by 100 giving kusak-bas

                   divide ku-son-tarih by 100 giving kusak-son

                   if kusak-son not < aralik-bas

                       and kusak-bas not > aralik-son

                       move ku-dosya to jurnal-adi

                       perform jurnal-tara thru jurnal-tara-son

                   end-if

           end-read.

       jurnal-tara.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               else

                   display "KUSAK DOSYASI ACILAMADI : " jurnal-adi

               end-if

               go to jurnal-tara-son

           end-if.


           close jurnal.

       jurnal-tara-son.

           exit.


      *    E (yeni kayit) satirlari atlanir; girisler zaten a111.dat

      *    taramasindan sayilir, yoksa cift sayilirlardi. A

      *    (anonimlestirme talebi) ve K (kimlik / iletisim detayi)

      *    satirlari kayit islemi degildir.

           read jurnal


               not at end

                   divide jr-tarih by 100 giving yilay

                   if jr-islem not = "E" and jr-islem not = "A"

                       and jr-islem not = "K"

                       and yilay not < aralik-bas

                       and yilay not > aralik-son

                       move jr-operator to sk-operator

