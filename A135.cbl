       IDENTIFICATION DIVISION.

       program-id. a135.

      *    a135 - jurnal kusak devri programi. a111.jrn yalnizca
      *    eklenerek buyudugu icin jurnali okuyan programlar her
      *    seferinde bastan okur. Bu program jurnalin tamamini bir
      *    sonraki numarali kusak dosyasina (a111j001.jrn, ...)
      *    kopyalar, kusagi a111.jkt tablosuna tarihleri ve satir
      *    sayisi ile kaydeder ve a111.jrn'i bosaltir. A129 artis
      *    aktarimi kalinan yeri a129.chk'de jurnal satir sayisi olarak
      *    tuttugu icin devir yalnizca A129 jurnaldeki her satiri
      *    gondermisse (dz-jurnal = jurnal satir sayisi) yapilir ve
      *    dz-jurnal sifira cekilir; boylece hicbir satir ne kaybolur
      *    ne iki kez gonderilir. a129.chk hic yoksa A129 ilk
      *    calismasinda dosyanin tamamini gonderecegi icin devre engel
      *    yoktur. Devir sirasinda jurnale yazan program calismamalidir
      *    (gece / ay sonu zincirinde calistirilir). a111.prm'de A135
      *    satiri varsa toplu kipte calisir ve sonucunu a111.run'a
      *    yazar; devir yapilamazsa donus kodu 8 olur.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional jurnal assign "a111.jrn"

                    organization is line sequential

                    file status is jurnal-durum.

                   select kusak assign kusak-adi

                    organization is line sequential

                    file status is kusak-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional durum-dosya assign "a129.chk"

                    organization is line sequential

                    file status is durum-durum.

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

       fd kusak.

       01 kusak-satiri pic x(208).

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd durum-dosya.

       01 durum-kaydi.

           05 dz-uretim   pic 9(06).

           05 dz-tarih    pic 9(08).

           05 dz-saat     pic 9(08).

           05 dz-jurnal   pic 9(09).

       fd parametre.

       01 parametre-kaydi.

           COPY PRMKAYIT.

       fd ozet-gunluk.

       01 ozet-satiri pic x(67).

       working-storage section.

       77 jurnal-durum pic x(02) value spaces.

       77 kusak-durum pic x(02) value spaces.

       77 tablo-durum pic x(02) value spaces.

       77 durum-durum pic x(02) value spaces.

       77 parametre-durum pic x(02) value spaces.

       77 ozet-durum  pic x(02) value spaces.

       77 parametre-bitti pic x value "N".

       77 toplu-mod   pic x value "H".

       77 calisma-sonuc pic x value "B".

       77 jurnal-bitti pic x value "N".

       77 tablo-bitti pic x value "N".

       77 durum-var   pic x value "H".

       77 son-jurnal  pic 9(09) value zeros.

       77 jurnal-sayac pic 9(09) value zeros.

       77 kopya-sayac pic 9(09) value zeros.

       77 ilk-tarih   pic 9(08) value zeros.

       77 son-tarih   pic 9(08) value zeros.

       77 son-kusak   pic 9(03) value zeros.

       77 yeni-kusak  pic 9(03) value zeros.

       77 calisma-tarihi pic 9(08) value zeros.

       77 calisma-saati pic 9(08) value zeros.

       01 kusak-adi.

           05 filler      pic x(05) value "a111j".

           05 ka-no       pic 9(03) value zeros.

           05 filler      pic x(04) value ".jrn".

       01 durum-calisma.

           05 dc-uretim   pic 9(06).

           05 dc-tarih    pic 9(08).

           05 dc-saat     pic 9(08).

       01 ozet-calisma.

           COPY OZTKAYIT.

       PROCEDURE DIVISION.

       main.

           perform parametre-oku thru parametre-oku-son.

           accept calisma-tarihi from date yyyymmdd.

           accept calisma-saati from time.

           perform durum-oku.

           perform jurnal-say thru jurnal-say-son.

           if jurnal-sayac = zeros

               display "A111.JRN BOS, DEVREDILECEK SATIR YOK."

               go to son-ver

           end-if.

           if durum-var = "E" and son-jurnal not = jurnal-sayac

               display "A129 HENUZ TUM SATIRLARI GONDERMEDI : "

                   son-jurnal " / " jurnal-sayac

               display "ONCE A129 CALISTIRIN, DEVIR YAPILMADI !"

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           perform tablo-oku thru tablo-oku-son.

           if son-kusak not < 999

               display "KUSAK NUMARASI TUKENDI, DEVIR YAPILMADI !"

               move "H" to calisma-sonuc

               go to son-ver

           end-if.

           move son-kusak to yeni-kusak.

           add 1 to yeni-kusak.

           move yeni-kusak to ka-no.

           perform kopyala thru kopyala-son.

           if calisma-sonuc = "H"

               go to son-ver

           end-if.

           perform tablo-yaz.

      *    a129.chk jurnal bosaltilmadan once tabanlanir : arada

      *    kesilirse A129 en kotu durumda satirlari bir kez daha

      *    gonderir, hicbirini atlamaz.

           perform durum-tabanla.

           open output jurnal.

           close jurnal.

           display "DEVREDILEN SATIR..: " kopya-sayac.

           display "KUSAK DOSYASI.....: " kusak-adi.

           display "A111.JRN BOSALTILDI, YENI KUSAK BASLADI.".

           go to son-ver.

       son-ver.

           if toplu-mod = "E"

               perform ozet-yaz

           end-if.

           if calisma-sonuc = "H"

               move 8 to return-code

           end-if.

           goback.

       durum-oku.

           open input durum-dosya.

           if durum-durum = "00"

               read durum-dosya

                   at end move "H" to durum-var

                   not at end

                       move "E" to durum-var

                       move dz-uretim to dc-uretim

                       move dz-tarih to dc-tarih

                       move dz-saat to dc-saat

                       move dz-jurnal to son-jurnal

               end-read

               close durum-dosya

           else

               if durum-durum = "05"

                   close durum-dosya

               end-if

           end-if.

       durum-tabanla.

           if durum-var = "E"

               move dc-uretim to dz-uretim

               move dc-tarih to dz-tarih

               move dc-saat to dz-saat

               move zeros to dz-jurnal

               open output durum-dosya

               write durum-kaydi

               close durum-dosya

               display "A129.CHK JURNAL KONUMU SIFIRLANDI."

           end-if.

       jurnal-say.

           move zeros to jurnal-sayac.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               end-if

               go to jurnal-say-son

           end-if.

           move "N" to jurnal-bitti.

           perform say-oku until jurnal-bitti = "E".

           close jurnal.

       jurnal-say-son.

           exit.

       say-oku.

           read jurnal

               at end move "E" to jurnal-bitti

               not at end add 1 to jurnal-sayac

           end-read.

       tablo-oku.

           move zeros to son-kusak.

           open input kusak-tablo.

           if tablo-durum not = "00"

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

               go to tablo-oku-son

           end-if.

           move "N" to tablo-bitti.

           perform tablo-satir until tablo-bitti = "E".

           close kusak-tablo.

       tablo-oku-son.

           exit.

       tablo-satir.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-kusak numeric and ku-kusak > son-kusak

                       move ku-kusak to son-kusak

                   end-if

           end-read.

       kopyala.

           move zeros to kopya-sayac.

           move zeros to ilk-tarih.

           move zeros to son-tarih.

           open output kusak.

           if kusak-durum not = "00"

               display "KUSAK DOSYASI ACILAMADI : " kusak-adi

                   " DURUM : " kusak-durum

               move "H" to calisma-sonuc

               go to kopyala-son

           end-if.

           open input jurnal.

           move "N" to jurnal-bitti.

           perform kopya-satir until jurnal-bitti = "E".

           close jurnal.

           close kusak.

      *    sayim ile kopya arasinda jurnale satir eklendiyse A129 o

      *    satiri gondermemistir; devir yapilmaz, a111.jrn'e dokunulmaz.

           if kopya-sayac not = jurnal-sayac

               display "KOPYALANAN SATIR SAYISI TUTMUYOR : "

                   kopya-sayac " / " jurnal-sayac

               display "DEVIR YAPILMADI, A111.JRN'E DOKUNULMADI !"

               move "H" to calisma-sonuc

           end-if.

       kopyala-son.

           exit.

       kopya-satir.

           read jurnal

               at end move "E" to jurnal-bitti

               not at end

                   add 1 to kopya-sayac

                   if ilk-tarih = zeros and jr-tarih numeric

                       move jr-tarih to ilk-tarih

                   end-if

                   if jr-tarih numeric

                       move jr-tarih to son-tarih

                   end-if

                   move jurnal-kaydi to kusak-satiri

                   write kusak-satiri

           end-read.

       tablo-yaz.

           move yeni-kusak to ku-kusak.

           move kusak-adi to ku-dosya.

           move ilk-tarih to ku-ilk-tarih.

           move son-tarih to ku-son-tarih.

           move kopya-sayac to ku-satir.

           move calisma-tarihi to ku-tarih.

           move calisma-saati to ku-saat.

           open extend kusak-tablo.

           write kusak-tablo-kaydi.

           close kusak-tablo.

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

                   if pr-program = "A135"

                       move "E" to toplu-mod

                       move "E" to parametre-bitti

                   end-if

           end-read.

       ozet-yaz.

           accept oz-tarih from date yyyymmdd.

           accept oz-saat from time.

           move "A135" to oz-program.

           move calisma-sonuc to oz-sonuc.

           move kopya-sayac to oz-sayac-1.

           move yeni-kusak to oz-sayac-2.

           move "DEVREDILEN SATIR / KUSAK NO" to oz-aciklama.

           open extend ozet-gunluk.

           move ozet-calisma to ozet-satiri.

           write ozet-satiri.

           close ozet-gunluk.
