       IDENTIFICATION DIVISION.

       program-id. a134.

      *    a134 - ileri sarma (roll-forward) kurtarma programi. a111.dat
      *    gun icinde kaybolur veya bozulursa A124 yalnizca son A123
      *    yedegine donebilir. Bu program a111.bak dosyasini A124'teki
      *    gibi once dogrular, gecerse a111.dat'i yedekten bastan
      *    kurar; ardindan a111.jrn'de yedegin baslik tarih/saatinden
      *    (yb-tarih / yb-saat) SONRA damgalanmis her satiri sirasiyla
      *    yeniden uygular : E ve I satirlarinin sonraki goruntusu
      *    yazilir, G ve S satirlarinin sonraki goruntusu mevcut
      *    kaydin uzerine yazilir; K satirlari a111.kim detay
      *    dosyasina (o da yedekteki K satirlarindan kurulur) ayni
      *    yolla uygulanir; A (anonimlestirme talebi)
      *    satirlari atlanir. Uygulanamayan satirlar (olmayan
      *    kayit icin G/S, zaten var olan kayit icin E/I) catisma
      *    olarak raporlanir; once goruntusu dosyadakiyle tutmayan
      *    satirlar uygulanir ama uyari olarak raporlanir. Yeniden
      *    uygulama jurnale yeni satir yazmaz. Sonunda a111.chk
      *    sayaclari yeniden yazilir, a111.sid en buyuk KAYIT NO'nun
      *    ilerisine alinir ve a134.rpt kurtarma raporu dokulur.
      *    A135 ile devredilmis jurnal kusaklarindan son tarihi yedek
      *    gununden eski olmayanlar a111.jkt sirasiyla a111.jrn'den
      *    once okunur; boylece yedekten sonra devredilen satirlar da
      *    yeniden uygulanir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional kayit assign "a111.dat"

                    organization is indexed

                    access mode is dynamic

                    record key is reg-id

                    file status is kayit-durum.

                   select optional yedek assign "a111.bak"

                    organization is line sequential

                    file status is yedek-durum.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional denetim assign "a111.chk"

                    organization is line sequential

                    file status is denetim-durum.

                   select optional sid-dosya assign "a111.sid"

                    organization is indexed

                    access mode is random

                    record key is sid-anahtar

                    file status is sid-durum.

                   select rapor assign "a134.rpt"

                    organization is line sequential.

                   select optional kimlik assign "a111.kim"

                    organization is indexed

                    access mode is dynamic

                    record key is km-reg-id

                    alternate record key is km-tc-no with duplicates

                    file status is kimlik-durum.

       DATA division.

       file section.

       fd kayit.

       01 registo.

           COPY REGKAYIT.

       fd yedek.

       01 yedek-satiri pic x(91).

       fd jurnal.

       01 jurnal-kaydi.

           COPY JRNKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd denetim.

       01 denetim-kaydi.

           05 ck-sayac    pic 9(06).

           05 ck-son-id   pic 9(06).

       fd sid-dosya.

       01 sid-kaydi.

           COPY SIDKAYIT.

       fd rapor.

       01 rapor-satiri pic x(80).

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       working-storage section.

       77 cevap       pic x value spaces.

       77 kayit-durum pic x(02) value spaces.

       77 yedek-durum pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 denetim-durum pic x(02) value spaces.

       77 sid-durum   pic x(02) value spaces.

       77 yedek-bitti pic x value "N".

       77 jurnal-bitti pic x value "N".

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 tablo-durum pic x(02) value spaces.

       77 tablo-bitti pic x value "N".

       77 dip-goruldu pic x value "H".

       77 bozuk       pic x value "H".

       77 satir-no    pic 9(06) value zeros.

       77 okunan-sayac pic 9(06) value zeros.

       77 id-toplam   pic 9(12) value zeros.

       77 yuklenen-sayac pic 9(06) value zeros.

       77 kayit-sayisi pic 9(06) value zeros.

       77 son-id      pic 9(06) value zeros.

       77 eski-son-id pic 9(06) value zeros.

       77 jurnal-sayac pic 9(09) value zeros.

       77 once-sayac  pic 9(09) value zeros.

       77 atlanan-sayac pic 9(06) value zeros.

       77 catisma-sayac pic 9(06) value zeros.

       77 uyari-sayac pic 9(06) value zeros.

       77 e-sayac     pic 9(06) value zeros.

       77 g-sayac     pic 9(06) value zeros.

       77 s-sayac     pic 9(06) value zeros.

       77 i-sayac     pic 9(06) value zeros.

       77 k-sayac     pic 9(06) value zeros.

       77 kimlik-durum pic x(02) value spaces.

       77 kimlik-okunan pic 9(06) value zeros.

       77 kimlik-yuklenen pic 9(06) value zeros.

       77 kimlik-onceki pic x(71) value spaces.

       77 uygulanan-sayac pic 9(06) value zeros.

       77 yeni-sonraki pic 9(06) value zeros.

       77 aciklama    pic x(30) value spaces.

       77 satir-sayac pic 9(02) value zeros.

       77 sayfa-no    pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       01 yedek-zaman.

           05 yz-tarih    pic 9(08) value zeros.

           05 yz-saat     pic 9(08) value zeros.

       01 satir-zaman.

           05 sz-tarih    pic 9(08).

           05 sz-saat     pic 9(08).

       01 yedek-calisma.

           COPY YEDKAYIT.

       01 baslik-1.

           05 filler      pic x(30)

               value "ILERI SARMA KURTARMA RAPORU".

           05 filler      pic x(41) value spaces.

           05 filler      pic x(06) value "SAYFA ".

           05 bs-sayfa    pic 9(03).

       01 baslik-2.

           05 filler      pic x(09) value "TARIH".

           05 filler      pic x(09) value "SAAT".

           05 filler      pic x(02) value "IS".

           05 filler      pic x(09) value "KAYIT NO".

           05 filler      pic x(09) value "OPERATOR".

           05 filler      pic x(30) value "DURUM".

       01 detay-satiri.

           05 dt-tarih    pic 9(08).

           05 filler      pic x(01) value spaces.

           05 dt-saat     pic 9(08).

           05 filler      pic x(01) value spaces.

           05 dt-islem    pic x(01).

           05 filler      pic x(01) value spaces.

           05 dt-reg-id   pic 9(06).

           05 filler      pic x(03) value spaces.

           05 dt-operator pic x(08).

           05 filler      pic x(01) value spaces.

           05 dt-aciklama pic x(30).

       01 toplam-satiri.

           05 tp-etiket   pic x(30).

           05 tp-sayac    pic 9(09).

       PROCEDURE DIVISION.

       main.

           display "A111.DAT, A111.BAK VE A111.JRN'DEN BASTAN"

               " KURULACAK. EMIN MISINIZ (E/H) ?".

           accept cevap.

           if cevap not = "e" and cevap not = "E"

               display "KURTARMA IPTAL EDILDI."

               stop run

           end-if.

           perform dogrulama thru dogrulama-son.

           if bozuk = "E"

               display "A111.BAK DOGRULAMADAN GECEMEDI,"

                   " A111.DAT'A DOKUNULMADI !"

               stop run

           end-if.

           perform denetim-oku.

           perform geri-yukleme.

           open i-o kayit.

           if kayit-durum not = "00"

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               stop run

           end-if.

           open i-o kimlik.

           if kimlik-durum not = "00"

               display "A111.KIM ACILAMADI, DURUM : " kimlik-durum

               close kayit

               stop run

           end-if.

           open output rapor.

           perform sayfa-basi.

           perform jurnal-uygula thru jurnal-uygula-son.

           close kayit.

           close kimlik.

           perform denetim-yaz.

           perform sid-ileri.

           perform sonuc-dok.

           close rapor.

           display "YEDEKTEN YUKLENEN.: " yuklenen-sayac.

           display "YUKLENEN DETAY....: " kimlik-yuklenen.

           display "UYGULANAN SATIR...: " uygulanan-sayac.

           display "ATLANAN SATIR.....: " atlanan-sayac.

           display "CATISMA...........: " catisma-sayac.

           display "DOSYADAKI KAYIT...: " kayit-sayisi.

           display "RAPOR A134.RPT DOSYASINA YAZILDI.".

           stop run.

       dogrulama.

           open input yedek.

           if yedek-durum not = "00"

               display "A111.BAK BULUNAMADI !"

               move "E" to bozuk

               go to dogrulama-son

           end-if.

           move zeros to satir-no.

           move zeros to okunan-sayac.

           move zeros to id-toplam.

           move zeros to kimlik-okunan.

           move "H" to dip-goruldu.

           move "N" to yedek-bitti.

           perform dogrula-satir until yedek-bitti = "E"

               or bozuk = "E".

           if bozuk = "H" and dip-goruldu = "H"

               display "DIP KAYDI YOK, DOSYA EKSIK !"

               move "E" to bozuk

           end-if.

       dogrulama-son.

           if yedek-durum = "00" or yedek-durum = "10"

               close yedek

           end-if.

       dogrula-satir.

           read yedek

               at end

                   move "10" to yedek-durum

                   move "E" to yedek-bitti

               not at end perform dogrula-coz thru dogrula-coz-son

           end-read.

       dogrula-coz.

           add 1 to satir-no.

           move yedek-satiri to yedek-calisma.

           if satir-no = 1

               if yk-tip not = "B"

                   display "BASLIK KAYDI YOK, DOSYA BOZUK !"

                   move "E" to bozuk

                   go to dogrula-coz-son

               end-if

               if yb-tarih not numeric or yb-saat not numeric

                   display "BASLIK TARIH / SAATI OKUNAMADI,"

                       " DOSYA BOZUK !"

                   move "E" to bozuk

                   go to dogrula-coz-son

               end-if

               move yb-tarih to yz-tarih

               move yb-saat to yz-saat

               go to dogrula-coz-son

           end-if.

           if dip-goruldu = "E"

               display "DIP KAYDINDAN SONRA SATIR VAR, DOSYA BOZUK !"

               move "E" to bozuk

               go to dogrula-coz-son

           end-if.

           if yk-tip = "D"

               if yt-reg-id not numeric

                   display "DETAY KAYIT NO OKUNAMADI, DOSYA BOZUK !"

                   move "E" to bozuk

                   go to dogrula-coz-son

               end-if

               add 1 to okunan-sayac

               add yt-reg-id to id-toplam

               go to dogrula-coz-son

           end-if.

           if yk-tip = "K"

               if yi-reg-id not numeric

                   display "DETAY KAYIT NO OKUNAMADI, DOSYA BOZUK !"

                   move "E" to bozuk

                   go to dogrula-coz-son

               end-if

               add 1 to kimlik-okunan

               go to dogrula-coz-son

           end-if.

           if yk-tip = "S"

               move "E" to dip-goruldu

               if yd-sayac not numeric or yd-id-toplam not numeric

                   display "DIP KAYDI OKUNAMADI, DOSYA BOZUK !"

                   move "E" to bozuk

                   go to dogrula-coz-son

               end-if

               if yd-sayac not = okunan-sayac

                   display "KAYIT SAYISI TUTMUYOR, DOSYA BOZUK !"

                   move "E" to bozuk

               end-if

               if yd-id-toplam not = id-toplam

                   display "REG-ID TOPLAMI TUTMUYOR, DOSYA BOZUK !"

                   move "E" to bozuk

               end-if

               perform kimlik-dip-denetle

               go to dogrula-coz-son

           end-if.

           display "TANINMAYAN SATIR TIPI, DOSYA BOZUK : " yk-tip.

           move "E" to bozuk.

       dogrula-coz-son.

           exit.

       kimlik-dip-denetle.

      *    detay sayaci olmayan eski yedeklerde K satiri olamaz.

           if yd-kimlik-sayac numeric

               if yd-kimlik-sayac not = kimlik-okunan

                   display "DETAY SAYISI TUTMUYOR, DOSYA BOZUK !"

                   move "E" to bozuk

               end-if

           else

               if kimlik-okunan not = zeros

                   display "DETAY SAYISI OKUNAMADI, DOSYA BOZUK !"

                   move "E" to bozuk

               end-if

           end-if.

       geri-yukleme.

           open input yedek.

           open output kayit.

           if kayit-durum not = "00"

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               close yedek

               stop run

           end-if.

           open output kimlik.

           if kimlik-durum not = "00"

               display "A111.KIM ACILAMADI, DURUM : " kimlik-durum

               close yedek

               close kayit

               stop run

           end-if.

           move "N" to yedek-bitti.

           perform yukle-satir until yedek-bitti = "E".

           close kayit.

           close kimlik.

           close yedek.

           move yuklenen-sayac to kayit-sayisi.

       yukle-satir.

           read yedek

               at end move "E" to yedek-bitti

               not at end

                   move yedek-satiri to yedek-calisma

                   if yk-tip = "D"

                       perform kayit-yukle

                   end-if

                   if yk-tip = "K"

                       perform kimlik-yukle

                   end-if

           end-read.

       kayit-yukle.

           move yk-govde to registo.

           write registo

               invalid key

                   display "KAYIT YAZILAMADI, KAYIT NO : " reg-id

               not invalid key

                   add 1 to yuklenen-sayac

                   if reg-id > son-id

                       move reg-id to son-id

                   end-if

           end-write.

       kimlik-yukle.

           move yk-govde to kimlik-kaydi.

           write kimlik-kaydi

               invalid key

                   display "DETAY YAZILAMADI, KAYIT NO : " km-reg-id

               not invalid key

                   add 1 to kimlik-yuklenen

           end-write.

       jurnal-uygula.

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

           open input jurnal.

           if jurnal-durum not = "00"

               display "A111.JRN BULUNAMADI, YALNIZ YEDEK YUKLENDI !"

               go to jurnal-uygula-son

           end-if.

           move "N" to jurnal-bitti.

           perform jurnal-oku until jurnal-bitti = "E".

           close jurnal.

       jurnal-uygula-son.

           exit.

       kusak-oku.

      *    yedek gununden once kapanmis kusaklarin tamami yedegin

      *    icindedir, onlar acilmaz.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-son-tarih not < yz-tarih

                       move ku-dosya to jurnal-adi

                       perform kusak-uygula thru kusak-uygula-son

                   end-if

           end-read.

       kusak-uygula.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               end-if

               display "KUSAK DOSYASI ACILAMADI : " jurnal-adi

               go to kusak-uygula-son

           end-if.

           move "N" to jurnal-bitti.

           perform jurnal-oku until jurnal-bitti = "E".

           close jurnal.

       kusak-uygula-son.

           exit.

       jurnal-oku.

           read jurnal

               at end move "E" to jurnal-bitti

               not at end perform satir-uygula thru satir-uygula-son

           end-read.

       satir-uygula.

      *    yedek alinmadan once damgalanmis satirlarin sonucu zaten

      *    yedegin icindedir; bunlar sayilip gecilir.

           add 1 to jurnal-sayac.

           if jr-tarih not numeric or jr-saat not numeric

               or jr-reg-id not numeric

               move "SATIR OKUNAMADI, ATLANDI" to aciklama

               add 1 to atlanan-sayac

               perform satir-raporla

               go to satir-uygula-son

           end-if.

           move jr-tarih to sz-tarih.

           move jr-saat to sz-saat.

           if satir-zaman not > yedek-zaman

               add 1 to once-sayac

               add 1 to atlanan-sayac

               go to satir-uygula-son

           end-if.

           if jr-islem = "E" or jr-islem = "I"

               perform kayit-ekle

               go to satir-uygula-son

           end-if.

           if jr-islem = "G" or jr-islem = "S"

               perform kayit-degistir

               go to satir-uygula-son

           end-if.

           if jr-islem = "K"

               perform kimlik-uygula thru kimlik-uygula-son

               go to satir-uygula-son

           end-if.

      *    A satiri anonimlestirme talebidir, a111.dat'a uygulanmaz;

      *    atlanan satir olarak sayilir.

           if jr-islem = "A"

               add 1 to atlanan-sayac

               go to satir-uygula-son

           end-if.

           move "TANINMAYAN ISLEM TIPI, ATLANDI" to aciklama.

           add 1 to atlanan-sayac.

           perform satir-raporla.

       satir-uygula-son.

           exit.

       kayit-ekle.

           move jr-reg-id to reg-id.

           read kayit

               invalid key move "23" to kayit-durum

           end-read.

           if kayit-durum = "00"

               move "KAYIT ZATEN VAR, EKLENMEDI" to aciklama

               perform catisma-yaz

           else

               perform sonraki-al

               write registo

                   invalid key

                       move "KAYIT YAZILAMADI" to aciklama

                       perform catisma-yaz

                   not invalid key

                       add 1 to kayit-sayisi

                       if reg-id > son-id

                           move reg-id to son-id

                       end-if

                       perform uygulandi-say

               end-write

           end-if.

       kayit-degistir.

           move jr-reg-id to reg-id.

           read kayit

               invalid key

                   move "KAYIT DOSYADA YOK, UYGULANMADI" to aciklama

                   perform catisma-yaz

           end-read.

           if kayit-durum = "00"

               if ad not = jo-ad or soyad not = jo-soyad

                   or sehir not = jo-sehir or ilce not = jo-ilce

                   or kayit-statu not = jo-statu

                   move "ONCE GORUNTUSU TUTMUYOR, UYGUL." to aciklama

                   add 1 to uyari-sayac

                   perform satir-raporla

               end-if

               perform sonraki-al

               rewrite registo

                   invalid key

                       move "KAYIT GUNCELLENEMEDI" to aciklama

                       perform catisma-yaz

                   not invalid key perform uygulandi-say

               end-rewrite

           end-if.

       kimlik-uygula.

      *    sonraki goruntusu bos K satiri detayin silinmesidir.

           move jr-reg-id to km-reg-id.

           read kimlik

               invalid key

                   move "23" to kimlik-durum

                   move spaces to kimlik-onceki

               not invalid key

                   move km-bilgi to kimlik-onceki

           end-read.

           if jks-bilgi = spaces

               if kimlik-durum not = "00"

                   move "DETAY DOSYADA YOK, SILINMEDI" to aciklama

                   perform catisma-yaz

                   go to kimlik-uygula-son

               end-if

               delete kimlik

                   invalid key

                       move "DETAY SILINEMEDI" to aciklama

                       perform catisma-yaz

                   not invalid key perform uygulandi-say

               end-delete

               go to kimlik-uygula-son

           end-if.

           if kimlik-onceki not = jko-bilgi

               move "ONCE GORUNTUSU TUTMUYOR, UYGUL." to aciklama

               add 1 to uyari-sayac

               perform satir-raporla

           end-if.

           move jr-reg-id to km-reg-id.

           move jks-bilgi to km-bilgi.

           move jr-tarih to km-tarih.

           if kimlik-durum = "00"

               rewrite kimlik-kaydi

                   invalid key

                       move "DETAY GUNCELLENEMEDI" to aciklama

                       perform catisma-yaz

                   not invalid key perform uygulandi-say

               end-rewrite

           else

               write kimlik-kaydi

                   invalid key

                       move "DETAY YAZILAMADI" to aciklama

                       perform catisma-yaz

                   not invalid key perform uygulandi-say

               end-write

           end-if.

       kimlik-uygula-son.

           exit.

       sonraki-al.

           move jr-reg-id to reg-id.

           move js-ad to ad.

           move js-soyad to soyad.

           move js-sehir to sehir.

           move js-ilce to ilce.

           move js-operator-id to operator-id.

           move js-tarih to giris-tarihi.

           move js-saat to giris-saati.

           move js-statu to kayit-statu.

           move js-cikis to cikis-tarihi.

       uygulandi-say.

           add 1 to uygulanan-sayac.

           if jr-islem = "E"

               add 1 to e-sayac

           end-if.

           if jr-islem = "G"

               add 1 to g-sayac

           end-if.

           if jr-islem = "S"

               add 1 to s-sayac

           end-if.

           if jr-islem = "I"

               add 1 to i-sayac

           end-if.

           if jr-islem = "K"

               add 1 to k-sayac

           end-if.

       catisma-yaz.

           add 1 to catisma-sayac.

           perform satir-raporla.

       satir-raporla.

           move jr-tarih to dt-tarih.

           move jr-saat to dt-saat.

           move jr-islem to dt-islem.

           move jr-reg-id to dt-reg-id.

           move jr-operator to dt-operator.

           move aciklama to dt-aciklama.

           move detay-satiri to cikti-satir.

           perform rapor-yaz.

       sonuc-dok.

           move spaces to cikti-satir.

           perform rapor-yaz.

           move "YEDEK TARIHI................:" to tp-etiket.

           move yz-tarih to tp-sayac.

           perform toplam-yaz.

           move "YEDEK SAATI.................:" to tp-etiket.

           move yz-saat to tp-sayac.

           perform toplam-yaz.

           move "YEDEKTEN YUKLENEN KAYIT.....:" to tp-etiket.

           move yuklenen-sayac to tp-sayac.

           perform toplam-yaz.

           move "YEDEKTEN YUKLENEN DETAY.....:" to tp-etiket.

           move kimlik-yuklenen to tp-sayac.

           perform toplam-yaz.

           move "OKUNAN JURNAL SATIRI........:" to tp-etiket.

           move jurnal-sayac to tp-sayac.

           perform toplam-yaz.

           move "UYGULANAN SATIR.............:" to tp-etiket.

           move uygulanan-sayac to tp-sayac.

           perform toplam-yaz.

           move "   YENI KAYIT (E)...........:" to tp-etiket.

           move e-sayac to tp-sayac.

           perform toplam-yaz.

           move "   GUNCELLEME (G)...........:" to tp-etiket.

           move g-sayac to tp-sayac.

           perform toplam-yaz.

           move "   SILME (S)................:" to tp-etiket.

           move s-sayac to tp-sayac.

           perform toplam-yaz.

           move "   ARSIVDEN IADE (I)........:" to tp-etiket.

           move i-sayac to tp-sayac.

           perform toplam-yaz.

           move "   KIMLIK DETAYI (K)........:" to tp-etiket.

           move k-sayac to tp-sayac.

           perform toplam-yaz.

           move "ATLANAN SATIR...............:" to tp-etiket.

           move atlanan-sayac to tp-sayac.

           perform toplam-yaz.

           move "   YEDEKTEN ONCEKI..........:" to tp-etiket.

           move once-sayac to tp-sayac.

           perform toplam-yaz.

           move "CATISMA (UYGULANAMAYAN).....:" to tp-etiket.

           move catisma-sayac to tp-sayac.

           perform toplam-yaz.

           move "UYARI (UYGULANAN)...........:" to tp-etiket.

           move uyari-sayac to tp-sayac.

           perform toplam-yaz.

           move "DOSYADAKI KAYIT.............:" to tp-etiket.

           move kayit-sayisi to tp-sayac.

           perform toplam-yaz.

           move "A111.CHK SON KAYIT NO.......:" to tp-etiket.

           move ck-son-id to tp-sayac.

           perform toplam-yaz.

           move "A111.SID SONRAKI KAYIT NO...:" to tp-etiket.

           move yeni-sonraki to tp-sayac.

           perform toplam-yaz.

       toplam-yaz.

           move toplam-satiri to cikti-satir.

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

           move baslik-1 to rapor-satiri.

           write rapor-satiri.

           move baslik-2 to rapor-satiri.

           write rapor-satiri.

           move spaces to rapor-satiri.

           write rapor-satiri.

           move 3 to satir-sayac.

       denetim-oku.

      *    A124'teki gibi eldeki a111.chk'nin son-id'si korunur, asla

      *    geri cekilmez; boylece jurnalde izi olmayan ama dagitilmis

      *    KAYIT NO'lar yeniden verilmez.

           open input denetim.

           if denetim-durum = "00"

               read denetim

                   at end move zeros to eski-son-id

                   not at end move ck-son-id to eski-son-id

               end-read

           end-if.

           if denetim-durum = "00" or denetim-durum = "05"

               close denetim

           end-if.

       denetim-yaz.

           move kayit-sayisi to ck-sayac.

           if eski-son-id > son-id

               move eski-son-id to ck-son-id

           else

               move son-id to ck-son-id

           end-if.

           open output denetim.

           write denetim-kaydi.

           close denetim.

       sid-ileri.

      *    a111.sid, a111.chk'ye yazilan son KAYIT NO'nun ilerisinde

      *    degilse ileri alinir; ilerideyse dokunulmaz.

           open i-o sid-dosya with lock.

           if sid-durum not = "00" and sid-durum not = "05"

               display "A111.SID ACILAMADI, ILERI ALINAMADI, DURUM : "

                   sid-durum

               move zeros to yeni-sonraki

           else

               move ck-son-id to yeni-sonraki

               add 1 to yeni-sonraki

               move "1" to sid-anahtar

               read sid-dosya

                   invalid key

                       move "1" to sid-anahtar

                       move yeni-sonraki to sid-sonraki

                       write sid-kaydi

                           invalid key

                               display "A111.SID YAZILAMADI !"

                       end-write

                   not invalid key

                       if sid-sonraki > ck-son-id

                           move sid-sonraki to yeni-sonraki

                       else

                           move yeni-sonraki to sid-sonraki

                           rewrite sid-kaydi

                               invalid key

                                   display "A111.SID GUNCELLENEMEDI !"

                           end-rewrite

                       end-if

               end-read

               close sid-dosya

           end-if.
