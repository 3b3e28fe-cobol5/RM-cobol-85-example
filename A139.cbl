       IDENTIFICATION DIVISION.

       program-id. a139.

      *    a139 - sehirler arasi goc matrisi raporu. Istenen ay
      *    araliginda (YYYYAA, a121'deki gibi) a111.jrn'deki ve
      *    araliga dusen jurnal kusaklarindaki G satirlarindan once
      *    ve sonraki goruntude SEHIR ya da ILCE'si degisenleri gercek
      *    adres degisikligi olarak toplar. A133 toplu adlandirma
      *    satirlari (jr-kaynak = "D") tasinma sayilmaz ve ayrica
      *    sayilir; jr-kaynak alani eklenmeden once yazilmis eski
      *    adlandirma satirlari ayirt edilemez. a139.rpt dosyasina
      *    once numarali sehir listesi, sonra nereden x nereye matrisi
      *    onar sutunluk dilimler halinde, ardindan her SEHIR icin
      *    gelen / giden / net ve sehir ici (ILCE degisikligi) sayilari
      *    dokulur. Matrisin kosegeni sehir ici tasinmalardir ve
      *    gelen / giden toplamlarina girmez. Bir SEHIR verilirse o
      *    sehrin ILCE'leri icin gelen / giden / net dokumu eklenir.
      *    a111.prm'de A139 satiri varsa aralik ve sehir oradan alinir
      *    ve sonuc a111.run'a yazilir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select sirali-dosya assign "a139.srt".

                   select rapor assign "a139.rpt"

                    organization is line sequential.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

       DATA division.

       file section.

       fd jurnal.

       01 jurnal-kaydi.

           COPY JRNKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       SD sirali-dosya.

       01 sirali-kayit.

           05 sk-eski-sehir pic x(12).

           05 sk-yeni-sehir pic x(12).

           05 sk-eski-ilce  pic x(12).

           05 sk-yeni-ilce  pic x(12).

       fd rapor.

       01 rapor-satiri pic x(80).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 jurnal-durum pic x(02) value spaces.

       77 tablo-durum pic x(02) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 jurnal-bitti pic x value "N".

       77 tablo-bitti pic x value "N".

       77 sira-bitti  pic x value "N".

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 yilay       pic 9(06) value zeros.

       77 aralik-bas  pic 9(06) value zeros.

       77 aralik-son  pic 9(06) value zeros.

       77 kusak-bas   pic 9(06) value zeros.

       77 kusak-son   pic 9(06) value zeros.

       77 toplu-bas   pic 9(06) value zeros.

       77 toplu-son   pic 9(06) value zeros.

       77 toplu-sehir pic x(12) value spaces.

       77 secilen-sehir pic x(12) value spaces.

       77 aranan-ad   pic x(12) value spaces.

       77 sehir-sayisi pic 9(03) value zeros.

       77 ilce-sayisi pic 9(03) value zeros.

       77 tablo-no    pic 9(03) value zeros.

       77 sutun-no    pic 9(03) value zeros.

       77 dilim-bas   pic 9(03) value zeros.

       77 dilim-son   pic 9(03) value zeros.

       77 bulunan-no  pic 9(03) value zeros.

       77 eski-no     pic 9(03) value zeros.

       77 yeni-no     pic 9(03) value zeros.

       77 yer-no      pic 9(03) value zeros.

       77 yer-bulundu pic x value "H".

       77 tasinma-sayac pic 9(06) value zeros.

       77 adlandirma-sayac pic 9(06) value zeros.

       77 tasan-sayac pic 9(06) value zeros.

       77 gelen-toplam pic 9(06) value zeros.

       77 ici-toplam  pic 9(06) value zeros.

       77 net-sayi    pic 9(06) value zeros.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       01 sehir-tablosu.

           05 sehir-eleman occurs 100 times.

               10 st-sehir    pic x(12).

               10 st-gelen    pic 9(06).

               10 st-giden    pic 9(06).

               10 st-ici      pic 9(06).

       01 ilce-tablosu.

           05 ilce-eleman occurs 100 times.

               10 it-ilce     pic x(12).

               10 it-gelen    pic 9(06).

               10 it-giden    pic 9(06).

       01 goc-matrisi.

           05 matris-satir occurs 100 times.

               10 matris-hucre occurs 100 times pic 9(05).

       01 baslik-1.

           05 filler      pic x(30)

               value "SEHIRLER ARASI GOC MATRISI".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(08) value "DONEM :".

           05 bs-bas      pic 9(06).

           05 filler      pic x(03) value " - ".

           05 bs-son      pic 9(06).

       01 liste-satiri.

           05 filler      pic x(02) value spaces.

           05 ls-no       pic 9(03).

           05 filler      pic x(02) value spaces.

           05 ls-sehir    pic x(12).

       01 dilim-baslik.

           05 filler      pic x(13) value "NEREDEN \ NO".

           05 db-sutun occurs 10 times.

               10 filler      pic x(03) value spaces.

               10 db-no       pic 9(03).

       01 matris-detay.

           05 md-no       pic 9(03).

           05 filler      pic x(01) value spaces.

           05 md-sehir    pic x(09).

           05 md-sutun occurs 10 times.

               10 filler      pic x(01) value spaces.

               10 md-sayi     pic 9(05).

       01 toplam-baslik.

           05 filler      pic x(14) value "SEHIR".

           05 filler      pic x(08) value "GELEN".

           05 filler      pic x(08) value "GIDEN".

           05 filler      pic x(09) value "NET".

           05 filler      pic x(09) value "SEHIR ICI".

       01 toplam-detay.

           05 td-ad       pic x(12).

           05 filler      pic x(02) value spaces.

           05 td-gelen    pic 9(06).

           05 filler      pic x(02) value spaces.

           05 td-giden    pic 9(06).

           05 filler      pic x(02) value spaces.

           05 td-isaret   pic x(01).

           05 td-net      pic 9(06).

           05 filler      pic x(02) value spaces.

           05 td-ici      pic 9(06).

       01 genel-satiri.

           05 filler      pic x(08) value spaces.

           05 gs-etiket   pic x(30).

           05 gs-sayac    pic 9(06).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           perform parametre-oku thru parametre-oku-son.

           if toplu-mod = "E"

               move toplu-bas to aralik-bas

               move toplu-son to aralik-son

               move toplu-sehir to secilen-sehir

           else

               display "BASLANGIC AYI (YYYYAA, 0 = HEPSI) ?"

               accept aralik-bas

               display "BITIS AYI (YYYYAA, 0 = HEPSI) ?"

               accept aralik-son

               display "ILCE DOKUMU ICIN SEHIR (BOS = YOK) ?"

               accept secilen-sehir

           end-if.

           if aralik-son = zeros

               move 999999 to aralik-son

           end-if.

           if aralik-bas > aralik-son

               display "GECERSIZ ARALIK !"

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           inspect secilen-sehir converting

               "abcdefghijklmnopqrstuvwxyz" to

               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move zeros to goc-matrisi.

           open output rapor.

           perform sayfa-basi.

           sort sirali-dosya on ascending key

                   sk-eski-sehir sk-yeni-sehir

               input procedure is goc-giris

               output procedure is goc-cikis.

           close rapor.

           display "RAPOR A139.RPT DOSYASINA YAZILDI.".

           display "TASINMA...........: " tasinma-sayac.

           display "ADLANDIRMA........: " adlandirma-sayac.

           if tasan-sayac > zeros

               display "TABLOYA SIGMAYAN..: " tasan-sayac

           end-if.

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       goc-giris.

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

           move "N" to jurnal-bitti.

           perform jurnal-al until jurnal-bitti = "E".

           close jurnal.

       jurnal-tara-son.

           exit.

       jurnal-al.

           read jurnal

               at end move "E" to jurnal-bitti

               not at end perform tasinma-sec thru tasinma-sec-son

           end-read.

       tasinma-sec.

           if jr-islem not = "G" or jr-tarih not numeric

               go to tasinma-sec-son

           end-if.

           divide jr-tarih by 100 giving yilay.

           if yilay < aralik-bas or yilay > aralik-son

               go to tasinma-sec-son

           end-if.

           if jo-sehir = js-sehir and jo-ilce = js-ilce

               go to tasinma-sec-son

           end-if.

           if jo-sehir = spaces or js-sehir = spaces

               go to tasinma-sec-son

           end-if.

           if jr-kaynak = "D"

               add 1 to adlandirma-sayac

               go to tasinma-sec-son

           end-if.

      *    sehirler tabloya alfabetik sirayla yerlestirilir; matris

      *    gozleri ancak tum sehirler bilindikten sonra siralama

      *    cikisinda doldurulur.

           move jo-sehir to aranan-ad.

           perform sehir-ekle thru sehir-ekle-son.

           move js-sehir to aranan-ad.

           perform sehir-ekle thru sehir-ekle-son.

           if yer-bulundu not = "E"

               go to tasinma-sec-son

           end-if.

           if secilen-sehir not = spaces

               if jo-sehir = secilen-sehir

                   move jo-ilce to aranan-ad

                   perform ilce-ekle thru ilce-ekle-son

               end-if

               if js-sehir = secilen-sehir

                   move js-ilce to aranan-ad

                   perform ilce-ekle thru ilce-ekle-son

               end-if

           end-if.

           move jo-sehir to sk-eski-sehir.

           move js-sehir to sk-yeni-sehir.

           move jo-ilce to sk-eski-ilce.

           move js-ilce to sk-yeni-ilce.

           release sirali-kayit.

       tasinma-sec-son.

           exit.

       sehir-ekle.

           move "H" to yer-bulundu.

           move zeros to yer-no.

           perform sehir-yer

               varying tablo-no from 1 by 1

               until tablo-no > sehir-sayisi or yer-no > zeros.

           if yer-no > zeros

               if st-sehir (yer-no) = aranan-ad

                   move "E" to yer-bulundu

                   go to sehir-ekle-son

               end-if

           end-if.

           if sehir-sayisi not < 100

               add 1 to tasan-sayac

               go to sehir-ekle-son

           end-if.

           if yer-no = zeros

               add 1 sehir-sayisi giving yer-no

           else

               perform sehir-kaydir

                   varying tablo-no from sehir-sayisi by -1

                   until tablo-no < yer-no

           end-if.

           add 1 to sehir-sayisi.

           move aranan-ad to st-sehir (yer-no).

           move zeros to st-gelen (yer-no).

           move zeros to st-giden (yer-no).

           move zeros to st-ici (yer-no).

           move "E" to yer-bulundu.

       sehir-ekle-son.

           exit.

       sehir-yer.

           if st-sehir (tablo-no) not < aranan-ad

               move tablo-no to yer-no

           end-if.

       sehir-kaydir.

           add 1 tablo-no giving sutun-no.

           move sehir-eleman (tablo-no) to sehir-eleman (sutun-no).

       ilce-ekle.

           move zeros to yer-no.

           perform ilce-yer

               varying tablo-no from 1 by 1

               until tablo-no > ilce-sayisi or yer-no > zeros.

           if yer-no > zeros

               if it-ilce (yer-no) = aranan-ad

                   go to ilce-ekle-son

               end-if

           end-if.

           if ilce-sayisi not < 100

               add 1 to tasan-sayac

               go to ilce-ekle-son

           end-if.

           if yer-no = zeros

               add 1 ilce-sayisi giving yer-no

           else

               perform ilce-kaydir

                   varying tablo-no from ilce-sayisi by -1

                   until tablo-no < yer-no

           end-if.

           add 1 to ilce-sayisi.

           move aranan-ad to it-ilce (yer-no).

           move zeros to it-gelen (yer-no).

           move zeros to it-giden (yer-no).

       ilce-ekle-son.

           exit.

       ilce-yer.

           if it-ilce (tablo-no) not < aranan-ad

               move tablo-no to yer-no

           end-if.

       ilce-kaydir.

           add 1 tablo-no giving sutun-no.

           move ilce-eleman (tablo-no) to ilce-eleman (sutun-no).

       goc-cikis.

           move "N" to sira-bitti.

           perform goc-don until sira-bitti = "E".

           perform liste-dok.

           perform dilim-dok

               varying dilim-bas from 1 by 10

               until dilim-bas > sehir-sayisi.

           perform sehir-toplam-dok.

           if secilen-sehir not = spaces

               perform ilce-dok

           end-if.

           perform genel-dok.

       goc-don.

           return sirali-dosya

               at end move "E" to sira-bitti

               not at end perform goc-say

           end-return.

       goc-say.

           move sk-eski-sehir to aranan-ad.

           perform sehir-bul.

           move bulunan-no to eski-no.

           move sk-yeni-sehir to aranan-ad.

           perform sehir-bul.

           move bulunan-no to yeni-no.

           if eski-no = zeros or yeni-no = zeros

               add 1 to tasan-sayac

           else

               add 1 to tasinma-sayac

               add 1 to matris-hucre (eski-no, yeni-no)

               if eski-no = yeni-no

                   add 1 to st-ici (eski-no)

               else

                   add 1 to st-giden (eski-no)

                   add 1 to st-gelen (yeni-no)

               end-if

               if secilen-sehir not = spaces

                   perform ilce-say

               end-if

           end-if.

       ilce-say.

           if sk-eski-sehir = secilen-sehir

               move sk-eski-ilce to aranan-ad

               perform ilce-bul

               if bulunan-no > zeros

                   add 1 to it-giden (bulunan-no)

               end-if

           end-if.

           if sk-yeni-sehir = secilen-sehir

               move sk-yeni-ilce to aranan-ad

               perform ilce-bul

               if bulunan-no > zeros

                   add 1 to it-gelen (bulunan-no)

               end-if

           end-if.

       sehir-bul.

           move zeros to bulunan-no.

           perform sehir-karsilastir

               varying tablo-no from 1 by 1

               until tablo-no > sehir-sayisi or bulunan-no > zeros.

       sehir-karsilastir.

           if st-sehir (tablo-no) = aranan-ad

               move tablo-no to bulunan-no

           end-if.

       ilce-bul.

           move zeros to bulunan-no.

           perform ilce-karsilastir

               varying tablo-no from 1 by 1

               until tablo-no > ilce-sayisi or bulunan-no > zeros.

       ilce-karsilastir.

           if it-ilce (tablo-no) = aranan-ad

               move tablo-no to bulunan-no

           end-if.

       liste-dok.

           move "SEHIR NUMARALARI" to cikti-satir.

           perform rapor-yaz.

           perform liste-satir

               varying tablo-no from 1 by 1

               until tablo-no > sehir-sayisi.

           move spaces to cikti-satir.

           perform rapor-yaz.

       liste-satir.

           move tablo-no to ls-no.

           move st-sehir (tablo-no) to ls-sehir.

           move liste-satiri to cikti-satir.

           perform rapor-yaz.

       dilim-dok.

      *    her dilim en fazla on hedef sehir sutunu tasir; satirlar

      *    cikilan sehirlerdir.

           add 9 dilim-bas giving dilim-son.

           if dilim-son > sehir-sayisi

               move sehir-sayisi to dilim-son

           end-if.

           move spaces to dilim-baslik.

           move "NEREDEN \ NO" to dilim-baslik.

           perform sutun-baslik

               varying sutun-no from dilim-bas by 1

               until sutun-no > dilim-son.

           if satir-sayac > 52

               perform sayfa-basi

           end-if.

           move dilim-baslik to cikti-satir.

           perform rapor-yaz.

           perform matris-satir-dok

               varying tablo-no from 1 by 1

               until tablo-no > sehir-sayisi.

           move spaces to cikti-satir.

           perform rapor-yaz.

       sutun-baslik.

           subtract dilim-bas from sutun-no giving yer-no.

           add 1 to yer-no.

           move sutun-no to db-no (yer-no).

       matris-satir-dok.

           move spaces to matris-detay.

           move tablo-no to md-no.

           move st-sehir (tablo-no) to md-sehir.

           perform matris-goz

               varying sutun-no from dilim-bas by 1

               until sutun-no > dilim-son.

           move matris-detay to cikti-satir.

           perform rapor-yaz.

       matris-goz.

           subtract dilim-bas from sutun-no giving yer-no.

           add 1 to yer-no.

           move matris-hucre (tablo-no, sutun-no) to md-sayi (yer-no).

       sehir-toplam-dok.

           if satir-sayac > 52

               perform sayfa-basi

           end-if.

           move "SEHIR BAZINDA GELEN / GIDEN / NET" to cikti-satir.

           perform rapor-yaz.

           move toplam-baslik to cikti-satir.

           perform rapor-yaz.

           perform sehir-toplam-satir

               varying tablo-no from 1 by 1

               until tablo-no > sehir-sayisi.

           move spaces to cikti-satir.

           perform rapor-yaz.

       sehir-toplam-satir.

           move st-sehir (tablo-no) to td-ad.

           move st-gelen (tablo-no) to td-gelen.

           move st-giden (tablo-no) to td-giden.

           move st-ici (tablo-no) to td-ici.

           if st-gelen (tablo-no) < st-giden (tablo-no)

               move "-" to td-isaret

               subtract st-gelen (tablo-no) from st-giden (tablo-no)

                   giving td-net

           else

               move "+" to td-isaret

               subtract st-giden (tablo-no) from st-gelen (tablo-no)

                   giving td-net

           end-if.

           add st-gelen (tablo-no) to gelen-toplam.

           add st-ici (tablo-no) to ici-toplam.

           move toplam-detay to cikti-satir.

           perform rapor-yaz.

       ilce-dok.

           if satir-sayac > 52

               perform sayfa-basi

           end-if.

           move spaces to cikti-satir.

           string "ILCE DOKUMU : " delimited by size

                  secilen-sehir delimited by size

               into cikti-satir

           end-string.

           perform rapor-yaz.

           move toplam-baslik to cikti-satir.

           move "ILCE" to cikti-satir (1:5).

           move spaces to cikti-satir (40:9).

           perform rapor-yaz.

           perform ilce-satir

               varying tablo-no from 1 by 1

               until tablo-no > ilce-sayisi.

           move spaces to cikti-satir.

           perform rapor-yaz.

       ilce-satir.

           move spaces to toplam-detay.

           move it-ilce (tablo-no) to td-ad.

           move it-gelen (tablo-no) to td-gelen.

           move it-giden (tablo-no) to td-giden.

           if it-gelen (tablo-no) < it-giden (tablo-no)

               move "-" to td-isaret

               subtract it-gelen (tablo-no) from it-giden (tablo-no)

                   giving td-net

           else

               move "+" to td-isaret

               subtract it-giden (tablo-no) from it-gelen (tablo-no)

                   giving td-net

           end-if.

           move toplam-detay to cikti-satir.

           move spaces to cikti-satir (40:6).

           perform rapor-yaz.

       genel-dok.

           move "TOPLAM TASINMA............:" to gs-etiket.

           move tasinma-sayac to gs-sayac.

           perform genel-yaz.

           move "SEHIRLER ARASI............:" to gs-etiket.

           move gelen-toplam to gs-sayac.

           perform genel-yaz.

           move "SEHIR ICI (ILCE)..........:" to gs-etiket.

           move ici-toplam to gs-sayac.

           perform genel-yaz.

           move "ADLANDIRMA, SAYILMADI.....:" to gs-etiket.

           move adlandirma-sayac to gs-sayac.

           perform genel-yaz.

           move "TABLOYA SIGMAYAN..........:" to gs-etiket.

           move tasan-sayac to gs-sayac.

           perform genel-yaz.

       genel-yaz.

           move genel-satiri to cikti-satir.

           perform rapor-yaz.

       rapor-yaz.

           if satir-sayac > 58

               perform sayfa-basi

           end-if.

           move cikti-satir to rapor-satiri.

           write rapor-satiri.

           add 1 to satir-sayac.

       sayfa-basi.

           add 1 to sayfa-no.

           move sayfa-no to bs-sayfa.

           move aralik-bas to bs-bas.

           move aralik-son to bs-son.

           move baslik-1 to rapor-satiri.

           write rapor-satiri.

           move baslik-2 to rapor-satiri.

           write rapor-satiri.

           move spaces to rapor-satiri.

           write rapor-satiri.

           move 3 to satir-sayac.

       parametre-oku.

           open input parametre.

           if parametre-durum not = "00"

               go to parametre-oku-son

           end-if.

           move "N" to parametre-bitti.

           perform parametre-ara until parametre-bitti = "E".

           close parametre.

       parametre-oku-son.

           exit.

       parametre-ara.

           read parametre

               at end move "E" to parametre-bitti

               not at end

                   if pr-program = "A139"

                       move "E" to toplu-mod

                       if p39-bas numeric

                           move p39-bas to toplu-bas

                       else

                           move zeros to toplu-bas

                       end-if

                       if p39-son numeric

                           move p39-son to toplu-son

                       else

                           move zeros to toplu-son

                       end-if

                       move p39-sehir to toplu-sehir

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A139" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move tasinma-sayac to oz-sayac-1.

           move adlandirma-sayac to oz-sayac-2.

           move "TASINMA / ADLANDIRMA" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.
