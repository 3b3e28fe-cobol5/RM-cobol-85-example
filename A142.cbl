       IDENTIFICATION DIVISION.

       program-id. a142.

      *    a142 - kayit teyit mektubu basim programi. Islem gununun
      *    a111.jrn satirlarindan yeni kayitlari (E; A112, A115 ve
      *    A126 yazar) ve istenirse SEHIR / ILCE'si degisen
      *    guncellemeleri (G; A133 toplu adlandirmalari haric) bulur;
      *    gun A135 ile devredilmisse a111.jkt'deki kusaklar da
      *    okunur. Her kisi icin a111.dat'taki guncel bilgilerle bir
      *    sayfalik mektup a142.rpt dosyasina SEHIR / ILCE / KAYIT NO
      *    sirasiyla basilir, sonuna sehir bazinda mektup sayilarini
      *    veren kontrol sayfasi eklenir. Basilan her kisi a142.isr
      *    isaret dosyasina gun + KAYIT NO ile yazilir; ayni gun
      *    yeniden calistirilirsa daha once basilanlar atlanir. Tek
      *    bir KAYIT NO icin isarete bakmadan yeniden basim yapilir;
      *    yeniden basim a142.rpt'nin sonuna eklenir ki o gunun
      *    basilmis mektuplari silinmesin.
      *    Islem gunu verilmezse bugun, oglen 12:00'den once
      *    calistirilirsa (gece zinciri) bir onceki gun alinir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional kayit assign "a111.dat"

                    organization is indexed

                    access mode is random

                    record key is reg-id

                    file status is kayit-durum.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional isaret assign "a142.isr"

                    organization is indexed

                    access mode is random

                    record key is is-anahtar

                    file status is isaret-durum.

                   select sirali-dosya assign "a142.srt".

                   select optional mektup assign "a142.rpt"

                    organization is line sequential.

                   select optional parametre assign "a111.prm"

                    organization is line sequential

                    file status is parametre-durum.

                   select optional ozet-gunluk assign "a111.run"

                    organization is line sequential

                    file status is ozet-durum.

       DATA division.

       file section.

       fd kayit.

       01 registo.

           COPY REGKAYIT.

       fd jurnal.

       01 jurnal-kaydi.

           COPY JRNKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd isaret.

       01 isaret-kaydi.

           05 is-anahtar.

               10 is-tarih    pic 9(08).

               10 is-reg-id   pic 9(06).

           05 is-islem    pic x(01).

           05 is-basim-tarihi pic 9(08).

           05 is-basim-saati pic 9(08).

       SD sirali-dosya.

       01 sirali-kayit.

           05 sk-sehir    pic x(12).

           05 sk-ilce     pic x(12).

           05 sk-reg-id   pic 9(06).

           05 sk-islem    pic x(01).

       fd mektup.

       01 mektup-satiri pic x(80).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 cevap       pic x value spaces.

       77 kayit-durum pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 tablo-durum pic x(02) value spaces.

       77 isaret-durum pic x(02) value spaces.

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 jurnal-bitti pic x value "N".

       77 tablo-bitti pic x value "N".

       77 sira-bitti  pic x value "N".

       77 adres-dahil pic x value "H".

       77 islem-gunu  pic 9(08) value zeros.

       77 tekrar-id   pic 9(06) value zeros.

       77 bugun       pic 9(08) value zeros.

       77 simdi       pic 9(08) value zeros.

       77 onceki-id   pic 9(06) value zeros.

       77 mektup-tipi pic x(01) value spaces.

       77 sayfa-satir pic 9(02) value zeros.

       77 mektup-no   pic 9(05) value zeros.

       77 yeni-sayac  pic 9(05) value zeros.

       77 adres-sayac pic 9(05) value zeros.

       77 basilmis-sayac pic 9(05) value zeros.

       77 birlesen-sayac pic 9(05) value zeros.

       77 atlanan-sayac pic 9(05) value zeros.

       77 sehir-sayisi pic 9(03) value zeros.

       77 tablo-no    pic 9(03) value zeros.

       77 bolum       pic 9(04) value zeros.

       77 kalan       pic 9(03) value zeros.

       77 cikti-satir pic x(80) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 toplu-gun   pic 9(08) value zeros.

       77 toplu-adres pic x(01) value spaces.

       01 gun-tarih.

           05 gt-yil      pic 9(04).

           05 gt-ay       pic 9(02).

           05 gt-gun      pic 9(02).

       01 gun-sayi redefines gun-tarih pic 9(08).

       01 sehir-tablosu.

           05 sehir-satiri occurs 100 times.

               10 st-sehir    pic x(12).

               10 st-adet     pic 9(05).

       01 ust-satir.

           05 filler      pic x(40)

               value "NUFUS KAYIT BUROSU - KAYIT TEYIT MEKTUBU".

           05 filler      pic x(24) value spaces.

           05 filler      pic x(08) value "TARIH : ".

           05 us-tarih    pic 9(08).

       01 adres-satiri.

           05 filler      pic x(08) value "SEHIR : ".

           05 as-sehir    pic x(12).

           05 filler      pic x(04) value spaces.

           05 filler      pic x(07) value "ILCE : ".

           05 as-ilce     pic x(12).

       01 hitap-satiri.

           05 filler      pic x(06) value "SAYIN ".

           05 ht-ad       pic x(12).

           05 filler      pic x(01) value spaces.

           05 ht-soyad    pic x(15).

       01 bilgi-satiri.

           05 filler      pic x(04) value spaces.

           05 bl-etiket   pic x(18).

           05 bl-deger    pic x(15).

       01 alt-satir.

           05 filler      pic x(56) value spaces.

           05 filler      pic x(12) value "MEKTUP NO : ".

           05 al-no       pic 9(05).

       01 kontrol-satiri.

           05 filler      pic x(04) value spaces.

           05 ks-etiket   pic x(38).

           05 ks-sayi     pic 9(05).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           accept bugun from date yyyymmdd.

           accept simdi from time.

           perform parametre-oku thru parametre-oku-son.

           if toplu-mod = "E"

               move toplu-gun to islem-gunu

               if toplu-adres = "E"

                   move "E" to adres-dahil

               end-if

           else

               display "YENIDEN BASIM ICIN KAYIT NO "

                   "(0 = GUNLUK BASIM) ?"

               accept tekrar-id

               if tekrar-id not = zeros

                   perform tekrar-bas thru tekrar-bas-son

                   go to son-ver

               end-if

               display "ISLEM GUNU (YYYYAAGG, 0 = VARSAYILAN) ?"

               accept islem-gunu

               display "ADRES DEGISIKLIKLERI DE BASILSIN MI (E/H) ?"

               accept cevap

               if cevap = "e" or "E"

                   move "E" to adres-dahil

               end-if

           end-if.

           if islem-gunu = zeros

               perform gun-bul thru gun-bul-son

           end-if.

           open input kayit.

           if kayit-durum not = "00"

               if kayit-durum = "05"

                   close kayit

               end-if

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           open i-o isaret.

           if isaret-durum = "05"

               open output isaret

               close isaret

               open i-o isaret

           end-if.

           if isaret-durum not = "00"

               display "A142.ISR ACILAMADI, DURUM : " isaret-durum

               close kayit

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           open output mektup.

           sort sirali-dosya on ascending key sk-sehir sk-ilce sk-reg-id

               sk-islem

               input procedure is jurnal-topla

               output procedure is mektup-cikis.

           perform kontrol-sayfasi.

           close mektup.

           close isaret.

           close kayit.

           display "ISLEM GUNU........: " islem-gunu.

           display "BASILAN MEKTUP....: " mektup-no.

           display "  YENI KAYIT......: " yeni-sayac.

           display "  ADRES DEGISIKLIGI " adres-sayac.

           display "ONCEDEN BASILMIS..: " basilmis-sayac.

           display "PASIF / DOSYADA YOK " atlanan-sayac.

           display "MEKTUPLAR A142.RPT DOSYASINA YAZILDI.".

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       gun-bul.

      *    gece zinciri gun donumunden sonra calisir; oglenden once

      *    bir onceki gunun islemleri basilir.

           move bugun to gun-sayi.

           if simdi not < 12000000

               go to gun-bul-tamam

           end-if.

           if gt-gun > 1

               subtract 1 from gt-gun

               go to gun-bul-tamam

           end-if.

           if gt-ay = 1

               subtract 1 from gt-yil

               move 12 to gt-ay

               move 31 to gt-gun

               go to gun-bul-tamam

           end-if.

           subtract 1 from gt-ay.

           move 31 to gt-gun.

           if gt-ay = 4 or gt-ay = 6 or gt-ay = 9 or gt-ay = 11

               move 30 to gt-gun

           end-if.

           if gt-ay = 2

               move 28 to gt-gun

               divide gt-yil by 4 giving bolum remainder kalan

               if kalan = zeros

                   move 29 to gt-gun

               end-if

               divide gt-yil by 100 giving bolum remainder kalan

               if kalan = zeros

                   move 28 to gt-gun

               end-if

               divide gt-yil by 400 giving bolum remainder kalan

               if kalan = zeros

                   move 29 to gt-gun

               end-if

           end-if.

       gun-bul-tamam.

           move gun-sayi to islem-gunu.

       gun-bul-son.

           exit.

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

       kusak-oku.

      *    yalnizca islem gununu kapsayan kusaklar okunur.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-son-tarih not < islem-gunu

                       and ku-ilk-tarih not > islem-gunu

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

               not at end

                   if jr-tarih = islem-gunu

                       perform jurnal-sec

                   end-if

           end-read.

       jurnal-sec.

           if jr-islem = "E"

               perform aday-birak

           end-if.

           if jr-islem = "G" and adres-dahil = "E"

               and jr-kaynak not = "D"

               and (jo-sehir not = js-sehir or jo-ilce not = js-ilce)

               perform aday-birak

           end-if.

       aday-birak.

      *    mektup kisinin bugunku adresine gider; pasife cekilmis ya

      *    da dosyada olmayan kisiye mektup basilmaz.

           move jr-reg-id to reg-id.

           read kayit

               invalid key move "P" to kayit-statu

           end-read.

           if kayit-statu = "P"

               add 1 to atlanan-sayac

           else

               move sehir to sk-sehir

               move ilce to sk-ilce

               move reg-id to sk-reg-id

               move jr-islem to sk-islem

               release sirali-kayit

           end-if.

       mektup-cikis.

           move zeros to onceki-id.

           move "N" to sira-bitti.

           perform mektup-don until sira-bitti = "Y".

       mektup-don.

           return sirali-dosya

               at end move "Y" to sira-bitti

               not at end perform mektup-sec thru mektup-sec-son

           end-return.

       mektup-sec.

      *    ayni kisinin gun icindeki birden cok satiri tek mektuptur;

      *    E satiri G'den once siralandigi icin yeni kayit mektubu

      *    tercih edilir.

           if sk-reg-id = onceki-id

               add 1 to birlesen-sayac

               go to mektup-sec-son

           end-if.

           move sk-reg-id to onceki-id.

           move islem-gunu to is-tarih.

           move sk-reg-id to is-reg-id.

           read isaret

               invalid key move "23" to isaret-durum

           end-read.

           if isaret-durum = "00"

               add 1 to basilmis-sayac

               go to mektup-sec-son

           end-if.

           move sk-reg-id to reg-id.

           read kayit

               invalid key

                   add 1 to atlanan-sayac

                   go to mektup-sec-son

           end-read.

           move sk-islem to mektup-tipi.

           perform mektup-yaz.

           if sk-islem = "E"

               add 1 to yeni-sayac

           else

               add 1 to adres-sayac

           end-if.

           perform sehir-say thru sehir-say-son.

           move islem-gunu to is-tarih.

           move sk-reg-id to is-reg-id.

           move sk-islem to is-islem.

           move bugun to is-basim-tarihi.

           move simdi to is-basim-saati.

           write isaret-kaydi

               invalid key

                   display "A142.ISR YAZILAMADI, KAYIT NO : " sk-reg-id

           end-write.

       mektup-sec-son.

           exit.

       sehir-say.

      *    girdi SEHIR sirasinda geldigi icin yeni sehir tablonun

      *    sonuna eklenir; tablo dolarsa son satirda toplanir.

           if sehir-sayisi > zeros

               if st-sehir (sehir-sayisi) = sk-sehir

                   or sehir-sayisi = 100

                   add 1 to st-adet (sehir-sayisi)

                   go to sehir-say-son

               end-if

           end-if.

           add 1 to sehir-sayisi.

           move sk-sehir to st-sehir (sehir-sayisi).

           move 1 to st-adet (sehir-sayisi).

       sehir-say-son.

           exit.

       mektup-yaz.

      *    her mektup kendi sayfasidir; sayfa 60 satira tamamlanir.

           add 1 to mektup-no.

           move zeros to sayfa-satir.

           move bugun to us-tarih.

           move ust-satir to cikti-satir.

           perform satir-yaz.

           perform bos-satir.

           move sehir to as-sehir.

           move ilce to as-ilce.

           move adres-satiri to cikti-satir.

           perform satir-yaz.

           perform bos-satir.

           perform bos-satir.

           move ad to ht-ad.

           move soyad to ht-soyad.

           move hitap-satiri to cikti-satir.

           perform satir-yaz.

           perform bos-satir.

           if mektup-tipi = "E"

               move "KAYDINIZ ASAGIDAKI BILGILERLE ISLENMISTIR."

                   to cikti-satir

           end-if.

           if mektup-tipi = "G"

               move "YENI ADRESINIZ ASAGIDAKI BILGILERLE ISLENMISTIR."

                   to cikti-satir

           end-if.

           if mektup-tipi = "R"

               move "KAYIT BILGILERINIZ ASAGIDADIR. (YENIDEN BASIM)"

                   to cikti-satir

           end-if.

           perform satir-yaz.

           perform bos-satir.

           move "KAYIT NO.........:" to bl-etiket.

           move reg-id to bl-deger.

           perform bilgi-yaz.

           move "ADI..............:" to bl-etiket.

           move ad to bl-deger.

           perform bilgi-yaz.

           move "SOYADI...........:" to bl-etiket.

           move soyad to bl-deger.

           perform bilgi-yaz.

           move "SEHIR............:" to bl-etiket.

           move sehir to bl-deger.

           perform bilgi-yaz.

           move "ILCE.............:" to bl-etiket.

           move ilce to bl-deger.

           perform bilgi-yaz.

           move "GIRIS TARIHI.....:" to bl-etiket.

           move giris-tarihi to bl-deger.

           perform bilgi-yaz.

           perform bos-satir.

           move "BILGILERINIZDE HATA VARSA KAYIT NUMARANIZLA BIRLIKTE"

               to cikti-satir.

           perform satir-yaz.

           move "SEHIR BUROSUNA BASVURUNUZ." to cikti-satir.

           perform satir-yaz.

           perform bos-satir.

           perform bos-satir.

           move "                                        KAYIT BUROSU"

               to cikti-satir.

           perform satir-yaz.

           perform bos-satir until sayfa-satir > 58.

           move mektup-no to al-no.

           move alt-satir to cikti-satir.

           perform satir-yaz.

       bilgi-yaz.

           move bilgi-satiri to cikti-satir.

           perform satir-yaz.

       bos-satir.

           move spaces to cikti-satir.

           perform satir-yaz.

       satir-yaz.

           move cikti-satir to mektup-satiri.

           write mektup-satiri.

           add 1 to sayfa-satir.

       kontrol-sayfasi.

           move zeros to sayfa-satir.

           move "TEYIT MEKTUBU KONTROL SAYFASI" to cikti-satir.

           perform satir-yaz.

           perform bos-satir.

           move "ISLEM GUNU.......:" to bl-etiket.

           move islem-gunu to bl-deger.

           perform bilgi-yaz.

           move "BASIM TARIHI.....:" to bl-etiket.

           move bugun to bl-deger.

           perform bilgi-yaz.

           move "BASIM SAATI......:" to bl-etiket.

           move simdi to bl-deger.

           perform bilgi-yaz.

           move "ADRES DEGISIKLIGI:" to bl-etiket.

           if adres-dahil = "E"

               move "DAHIL" to bl-deger

           else

               move "DAHIL DEGIL" to bl-deger

           end-if.

           perform bilgi-yaz.

           perform bos-satir.

           move "SEHIR                         MEKTUP" to cikti-satir.

           perform satir-yaz.

           perform sehir-dok varying tablo-no from 1 by 1

               until tablo-no > sehir-sayisi.

           perform bos-satir.

           move "BASILAN MEKTUP TOPLAMI..............:" to ks-etiket.

           move mektup-no to ks-sayi.

           perform kontrol-yaz.

           move "  YENI KAYIT........................:" to ks-etiket.

           move yeni-sayac to ks-sayi.

           perform kontrol-yaz.

           move "  ADRES DEGISIKLIGI.................:" to ks-etiket.

           move adres-sayac to ks-sayi.

           perform kontrol-yaz.

           move "ONCEDEN BASILMIS, ATLANAN...........:" to ks-etiket.

           move basilmis-sayac to ks-sayi.

           perform kontrol-yaz.

           move "AYNI KISIYE BIRLESEN SATIR..........:" to ks-etiket.

           move birlesen-sayac to ks-sayi.

           perform kontrol-yaz.

           move "PASIF / DOSYADA YOK, ATLANAN........:" to ks-etiket.

           move atlanan-sayac to ks-sayi.

           perform kontrol-yaz.

       sehir-dok.

           move st-sehir (tablo-no) to ks-etiket.

           move st-adet (tablo-no) to ks-sayi.

           perform kontrol-yaz.

       kontrol-yaz.

           move kontrol-satiri to cikti-satir.

           perform satir-yaz.

       tekrar-bas.

      *    tek kisi icin isarete bakmadan ve isaret yazmadan basim.

           open input kayit.

           if kayit-durum not = "00"

               if kayit-durum = "05"

                   close kayit

               end-if

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               move "H" to calisma-sonuc

               go to tekrar-bas-son

           end-if.

           move tekrar-id to reg-id.

           read kayit

               invalid key

                   display "KAYIT BULUNAMADI : " tekrar-id

                   move "H" to calisma-sonuc

                   close kayit

                   go to tekrar-bas-son

           end-read.

           if kayit-statu = "P"

               display "KAYIT PASIF, MEKTUP BASILMAZ : " tekrar-id

               move "H" to calisma-sonuc

               close kayit

               go to tekrar-bas-son

           end-if.

           open extend mektup.

           move "R" to mektup-tipi.

           perform mektup-yaz.

           close mektup.

           close kayit.

           display "MEKTUP A142.RPT DOSYASININ SONUNA EKLENDI.".

       tekrar-bas-son.

           exit.

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

                   if pr-program = "A142"

                       move "E" to toplu-mod

                       if p42-gun numeric

                           move p42-gun to toplu-gun

                       else

                           move zeros to toplu-gun

                       end-if

                       move p42-adres to toplu-adres

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A142" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move mektup-no to oz-sayac-1.

           move basilmis-sayac to oz-sayac-2.

           move "BASILAN / ONCEDEN BASILMIS" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.
