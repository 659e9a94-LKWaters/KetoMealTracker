                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MemberFile ASSIGN TO "Member.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MemberNewFile ASSIGN TO "MemberNew.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IngMastFile ASSIGN TO "IngMast.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IngNewFile ASSIGN TO "IngMastNew.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VerifyRptFile ASSIGN TO "Verify.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NutrRptFile ASSIGN TO "NutrVar.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ControlFile ASSIGN TO "Control.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RunLogFile ASSIGN TO "RunLog.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WasteFile ASSIGN TO "Waste.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UseRptFile ASSIGN TO "UseSoon.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WasteRptFile ASSIGN TO "Waste.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReadingFile ASSIGN TO "Reading.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ReadImpFile ASSIGN TO "ReadImp.CSV"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KetoRptFile ASSIGN TO "Ketosis.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ConflictRptFile ASSIGN TO "Conflict.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL StoreFile ASSIGN TO "Store.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PriceHistFile ASSIGN TO "PriceHist.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PriceRptFile ASSIGN TO "PriceTrend.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WeekCloseFile ASSIGN TO "WeekClose.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CloseCtlFile ASSIGN TO "CloseCtl.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CheckptFile ASSIGN TO "Checkpt.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RunSumRptFile ASSIGN TO "RunSum.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RecHistFile ASSIGN TO "RecHist.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PrepRptFile ASSIGN TO "Prep.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PrepLabelFile ASSIGN TO "PrepLabel.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  RecipeFile.
               02 Mealleft PIC X.
               02 Mealposted PIC X.
               02 Mealeaten PIC X(10).
               02 Mealrecnum PIC 999.
               02 Mealrecver PIC 999.
               02 Mealtype PIC X.
               02 Mealocarbs PIC 9(3)V9.
               02 Mealofat PIC 9(3)V9.
               02 Mealoprot PIC 9(3)V9.
               02 Mealocals PIC 9(4).
               02 Mealocost PIC 9(4)V99.

           FD  ShopFile.
           01  ShopInf.
               02 ingredname PIC X(15).
               02 shopunit PIC X(8).
               02 shopcat PIC X(10).
               02 shopstore PIC X(4).

           FD  RecBatchFile.
           01  RecBatchInf.
               02 Mealleftb PIC X.
               02 Mealpostedb PIC X.
               02 Mealeatenb PIC X(10).
               02 Mealrecnumb PIC 999.
               02 Mealrecverb PIC 999.
               02 Mealtypeb PIC X.
               02 Mealocarbsb PIC 9(3)V9.
               02 Mealofatb PIC 9(3)V9.
               02 Mealoprotb PIC 9(3)V9.
               02 Mealocalsb PIC 9(4).
               02 Mealocostb PIC 9(4)V99.

           FD  MealHistFile.
           01  MealHistInf.
               02 Meallefth PIC X.
               02 Mealpostedh PIC X.
               02 Mealeatenh PIC X(10).
               02 Mealrecnumh PIC 999.
               02 Mealrecverh PIC 999.
               02 Mealtypeh PIC X.
               02 Mealocarbsh PIC 9(3)V9.
               02 Mealofath PIC 9(3)V9.
               02 Mealoproth PIC 9(3)V9.
               02 Mealocalsh PIC 9(4).
               02 Mealocosth PIC 9(4)V99.

           FD  MealNewFile.
           01  MealNewInf.
               02 Mealleftx PIC X.
               02 Mealpostedx PIC X.
               02 Mealeatenx PIC X(10).
               02 Mealrecnumx PIC 999.
               02 Mealrecverx PIC 999.
               02 Mealtypex PIC X.
               02 Mealocarbsx PIC 9(3)V9.
               02 Mealofatx PIC 9(3)V9.
               02 Mealoprotx PIC 9(3)V9.
               02 Mealocalsx PIC 9(4).
               02 Mealocostx PIC 9(4)V99.

           FD  MealArcFile.
           01  MealArcInf PIC X(85).

           FD  AuditFile.
           01  AuditInf.
           01  PantryInf.
               02 pantryname PIC X(15).
               02 pantryqty PIC 9(3).
               02 pantrydate PIC 9(8).

           FD  PantryNewFile.
           01  PantryNewInf.
               02 pantrynamen PIC X(15).
               02 pantryqtyn PIC 9(3).
               02 pantrydaten PIC 9(8).

           FD  GoalsFile.
           01  GoalsInf.
               02 goalcalmax PIC 9(4).
               02 goalbudget PIC 9(4)V99.
               02 goalmember PIC X(10).
               02 goalleftdays PIC 9(3).

           FD  IngMastFile.
           01  IngMastInf.
               02 masterunit PIC X(8).
               02 mastercat PIC X(10).
               02 masterprice PIC 9(3)V99.
               02 masternetc PIC 9(3)V99.
               02 masterfat PIC 9(3)V99.
               02 masterprot PIC 9(3)V99.
               02 mastercal PIC 9(5).
               02 mastershelf PIC 9(3).

           FD  IngNewFile.
           01  IngNewInf.
               02 masterunitn PIC X(8).
               02 mastercatn PIC X(10).
               02 masterpricen PIC 9(3)V99.
               02 masternetcn PIC 9(3)V99.
               02 masterfatn PIC 9(3)V99.
               02 masterprotn PIC 9(3)V99.
               02 mastercaln PIC 9(5).
               02 mastershelfn PIC 9(3).

           FD  SpendFile.
           01  SpendInf.
               02 spendactualn PIC 9(6)V99.

           FD  GoalsNewFile.
           01  GoalsNewInf PIC X(47).

           FD  MemberFile.
           01  MemberInf.
               02 membername PIC X(10).
               02 memberexcl OCCURS 10 TIMES.
                   03 memberxtype PIC X.
                   03 memberxname PIC X(15).

           FD  MemberNewFile.
           01  MemberNewInf PIC X(170).

           FD  WeighFile.
           01  WeighInf.
           01  RecBak2Inf PIC X(161).

           FD  MealBak1File.
           01  MealBak1Inf PIC X(85).

           FD  MealBak2File.
           01  MealBak2Inf PIC X(85).

           FD  MealRptFile.
           01  MealRptLine PIC X(132).
               02 rcptname PIC X(15).
               02 rcptqty PIC 9(3).
               02 rcptprice PIC 9(3)V99.
               02 rcptstore PIC X(4).
               02 rcptdate PIC 9(8).

           FD  ReconRptFile.
           01  ReconRptLine PIC X(132).
               02 leftname PIC X(20).
               02 leftdate PIC 9(8).
               02 leftqty PIC 99.
               02 leftuseby PIC 9(8).

           FD  LeftNewFile.
           01  LeftNewInf.
               02 leftnamen PIC X(20).
               02 leftdaten PIC 9(8).
               02 leftqtyn PIC 99.
               02 leftusebyn PIC 9(8).

           FD  ShopCsvFile.
           01  ShopCsvLine PIC X(80).
           FD  VerifyRptFile.
           01  VerifyRptLine PIC X(132).

           FD  NutrRptFile.
           01  NutrRptLine PIC X(132).

           FD  ControlFile.
           01  ControlInf.
               02 ctlfunc PIC X(10).
               02 ctlparm1 PIC X(10).
               02 ctlparm2 PIC X(10).
               02 ctlmaxrc PIC X(2).

           FD  RunLogFile.
           01  RunLogInf PIC X(125).

           FD  WasteFile.
           01  WasteInf.
               02 wastedate PIC 9(8).
               02 wastetype PIC X.
               02 wastename PIC X(20).
               02 wasteqty PIC 9(3).
               02 wasteunit PIC X(8).
               02 wastereason PIC X(9).
               02 wastecost PIC 9(5)V99.

           FD  UseRptFile.
           01  UseRptLine PIC X(132).

           FD  WasteRptFile.
           01  WasteRptLine PIC X(132).

           FD  ReadingFile.
           01  ReadingInf.
               02 readdate PIC 9(8).
               02 readtime PIC 9(4).
               02 readtype PIC X.
               02 readvalue PIC 9(3)V99.
               02 readfast PIC 9(3).
               02 readmember PIC X(10).

           FD  ReadImpFile.
           01  ReadImpInf PIC X(40).

           FD  KetoRptFile.
           01  KetoRptLine PIC X(132).

           FD  ConflictRptFile.
           01  ConflictRptLine PIC X(132).

           FD  StoreFile.
           01  StoreInf.
               02 storecode PIC X(4).
               02 storename PIC X(20).

           FD  PriceHistFile.
           01  PriceHistInf.
               02 phdate PIC 9(8).
               02 phstore PIC X(4).
               02 phname PIC X(15).
               02 phprice PIC 9(3)V99.

           FD  PriceRptFile.
           01  PriceRptLine PIC X(132).

           FD  WeekCloseFile.
           01  WeekCloseInf.
               02 wcweek PIC 9(8).
               02 wcend PIC 9(8).
               02 wcdate PIC 9(8).
               02 wctime PIC 9(6).
               02 wcmeals PIC 9(4).
               02 wccarbs PIC 9(5)V9.
               02 wcest PIC 9(6)V99.
               02 wcact PIC 9(6)V99.
               02 wcpantry PIC 9(7)V99.
               02 wcuser PIC X(20).

           FD  CloseCtlFile.
           01  CloseCtlInf.
               02 cctlthru PIC 9(8).
               02 cctlweek PIC 9(8).
               02 cctldate PIC 9(8).

           FD  CheckptFile.
           01  CheckptInf.
               02 ckrunid PIC X(14).
               02 ckstep PIC 999.
               02 ckfunc PIC X(10).
               02 ckstatus PIC X(8).
               02 ckrc PIC 9.
               02 ckcount PIC 9(6).
               02 ckelapsed PIC 9(5)V99.
               02 ckstamp PIC X(14).

           FD  RunSumRptFile.
           01  RunSumRptLine PIC X(132).

           FD  RecHistFile.
           01  RecHistInf.
               02 rhnum PIC 999.
               02 rhver PIC 999.
               02 rhdate PIC 9(8).
               02 rhtime PIC 9(6).
               02 rhuser PIC X(20).
               02 rhaction PIC X(3).
               02 rhrecipe PIC X(161).

           FD  PrepRptFile.
           01  PrepRptLine PIC X(132).

           FD  PrepLabelFile.
           01  PrepLabelInf.
               02 lblname PIC X(20).
               02 lblcook PIC 9(8).
               02 lbluseby PIC 9(8).
               02 lblmember PIC X(10).
               02 lblfor PIC 9(8).
               02 lblslot PIC X(9).
               02 lblcarbs PIC 9(3)V9.
               02 lblfat PIC 9(3)V9.
               02 lblprot PIC 9(3)V9.
               02 lblcals PIC 9(4).
       WORKING-STORAGE SECTION.
           01 RecTemp.
               02 recnumt PIC 999.
           01  HoldTemp.
               02 Hingredst PIC X(120).

           01  RecHistTemp.
               02 rhnumt PIC 999.
               02 rhvert PIC 999.
               02 rhdatet PIC 9(8).
               02 rhtimet PIC 9(6).
               02 rhusert PIC X(20).
               02 rhactiont PIC X(3).
               02 rhrecipet PIC X(161).

           01  RecHistTable.
               02 RecHistEntry OCCURS 500 TIMES.
                   03 RH-NUM PIC 999.
                   03 RH-VER PIC 999.
                   03 RH-DATE PIC 9(8).
                   03 RH-NAME PIC X(20).
                   03 RH-RECIPE PIC X(161).
           01  RH-TOTAL PIC 999 VALUE 0.
           01  RH-IDX PIC 999.
           01  RH-AT PIC 999.
           01  RH-LOADED PIC A VALUE 'N'.

           01  PrepLabelTemp.
               02 lblnamet PIC X(20).
               02 lblcookt PIC 9(8).
               02 lblusebyt PIC 9(8).
               02 lblmembert PIC X(10).
               02 lblfort PIC 9(8).
               02 lblslott PIC X(9).
               02 lblcarbst PIC 9(3)V9.
               02 lblfatt PIC 9(3)V9.
               02 lblprott PIC 9(3)V9.
               02 lblcalst PIC 9(4).

           01  PrepTable.
               02 PrepEntry OCCURS 50 TIMES.
                   03 PP-NAME PIC X(20).
                   03 PP-SERV PIC 99.
                   03 PP-RECIPE PIC X(161).
           01  PP-TOTAL PIC 99 VALUE 0.
           01  PP-IDX PIC 99.
           01  PP-AT PIC 99.

           01  PrepMealTable.
               02 PrepMealEntry OCCURS 200 TIMES.
                   03 PM-RECIPE PIC 99.
                   03 PM-DATE PIC 9(8).
                   03 PM-SLOT PIC X(9).
                   03 PM-MEAL PIC X(20).
                   03 PM-EATER PIC X(10).
                   03 PM-MARKED PIC A.
           01  PM-TOTAL PIC 999 VALUE 0.
           01  PM-IDX PIC 999.
           01  PM-FOUND PIC A.

           01  wordsTemp.
               02 indivingredt PIC X(15).
               02 indivqtyt PIC 99.
               02 Mealleftt PIC X.
               02 Mealpostedt PIC X.
               02 Mealeatent PIC X(10).
               02 Mealrecnumt PIC 999.
               02 Mealrecvert PIC 999.
               02 Mealtypet PIC X.
                   88 OFFPLANt VALUE 'O'.
               02 Mealocarbst PIC 9(3)V9.
               02 Mealofatt PIC 9(3)V9.
               02 Mealoprott PIC 9(3)V9.
               02 Mealocalst PIC 9(4).
               02 Mealocostt PIC 9(4)V99.

           01  ShopTemp.
               02 quantityt PIC 99.
               02 ingrednamet PIC X(15).
               02 shopunitt PIC X(8).
               02 shopcatt PIC X(10).
               02 shopstoret PIC X(4).
               02 shoppricet PIC 9(3)V99.
               02 shopextt PIC 9(5)V99.

               02 masterunitt PIC X(8).
               02 mastercatt PIC X(10).
               02 masterpricet PIC 9(3)V99.
               02 masternetct PIC 9(3)V99.
               02 masterfatt PIC 9(3)V99.
               02 masterprott PIC 9(3)V99.
               02 mastercalt PIC 9(5).
               02 mastershelft PIC 9(3).

           01  SpendTemp.
               02 spendweekt PIC 9(8).
           01  PantryTemp.
               02 pantrynamet PIC X(15).
               02 pantryqtyt PIC 9(3).
               02 pantrydatet PIC 9(8).

           01  GoalsTemp.
               02 goalcarbmaxt PIC 9(3)V9.
               02 goalcalmaxt PIC 9(4).
               02 goalbudgett PIC 9(4)V99.
               02 goalmembert PIC X(10).
               02 goalleftdayst PIC 9(3).

           01  ShopTable.
               02 ShopEntry OCCURS 200 TIMES INDEXED BY ST-IDX.
                   03 ST-UNIT PIC X(8).
                   03 ST-CAT  PIC X(10).
                   03 ST-PRICE PIC 9(3)V99.
                   03 ST-STORE PIC X(4).
           01  ST-TOTAL PIC 9(4) VALUE 0.
           01  ST-FOUND PIC A.
           01  ST-SWAPPED PIC A.
           01  ST-HOLDUNIT PIC X(8).
           01  ST-HOLDCAT PIC X(10).
           01  ST-HOLDPRICE PIC 9(3)V99.
           01  ST-HOLDSTORE PIC X(4).

           01  RptLine PIC X(132).

           01  MT-TOTAL PIC 99 VALUE 0.
           01  MT-FOUND PIC A.

           01  KetoDayTable.
               02 KetoDayEntry OCCURS 10 TIMES.
                   03 KD-DATE PIC 9(8).
                   03 KD-KSUM PIC 9(4)V99.
                   03 KD-KCNT PIC 99.
                   03 KD-KMAX PIC 9(3)V99.
                   03 KD-BSUM PIC 9(5)V99.
                   03 KD-BCNT PIC 99.
                   03 KD-GSUM PIC 9(5)V99.
                   03 KD-GCNT PIC 99.
                   03 KD-FAST PIC 9(3).
           01  KD-TOTAL PIC 99 VALUE 0.
           01  KD-IDX PIC 99.
           01  KD-FOUND PIC A.

           01 Parameters.
               02 choose PIC X.

               02 WS-FOUND-REC PIC A.
               02 WS-PARSE PIC X(120).

               02 WS-CALC-CARBS PIC 9(6)V99.
               02 WS-CALC-FAT PIC 9(6)V99.
               02 WS-CALC-PROT PIC 9(6)V99.
               02 WS-CALC-CALS PIC 9(7)V99.
               02 WS-CALC-SERV PIC 99.
               02 WS-CALC-COST PIC 9(6)V99.
               02 WS-PS-COST PIC 9(4)V99.
               02 WS-PS-CARBS PIC 9(3)V9.
               02 WS-PS-FAT PIC 9(3)V9.
               02 WS-PS-PROT PIC 9(3)V9.
               02 WS-PS-CALS PIC 9(4).
               02 WS-NUTR-MISS PIC 99.
               02 WS-NUTR-WHY PIC X(13).
               02 WS-NV-COUNT PIC 9(4).
               02 WS-NV-DIFF PIC 9(4).
               02 WS-NV-D PIC ZZ9.9.
               02 WS-NV-K PIC ZZZ9.
               02 WS-NV-NOMAST PIC 9(4).
               02 WS-NV-SCARBS PIC 9(3)V9.
               02 WS-NV-SFAT PIC 9(3)V9.
               02 WS-NV-SPROT PIC 9(3)V9.
               02 WS-NV-SCALS PIC 9(4).
               02 WS-NV-VAR PIC A.

               02 WS-CUTOFF PIC 9(7).

               02 WS-AUDIT-NOW PIC X(21).
               02 WS-NEW-UNIT PIC X(8).
               02 WS-NEW-CAT PIC X(10).
               02 WS-NEW-PRICE PIC 9(3)V99.
               02 WS-NEW-NETC PIC 9(3)V99.
               02 WS-NEW-FAT PIC 9(3)V99.
               02 WS-NEW-PROT PIC 9(3)V99.
               02 WS-NEW-CAL PIC 9(5).
               02 WS-NEW-SERV PIC 99.
               02 WS-NEW-SHELF PIC 9(3).
               02 WS-PREV-CAT PIC X(10).

               02 WS-BASKET PIC 9(6)V99.
               02 WS-LEFT-FOUND PIC A.
               02 WS-LEFT-ANSWER PIC X.
               02 WS-PICK-LEFT PIC X.
               02 WS-LEFT-SHELF PIC 9(3).
               02 WS-EXP-INT PIC 9(7).
               02 WS-EXP-DATE PIC 9(8).
               02 WS-EXP-DAYS PIC S9(4).
               02 WS-EXP-DISP PIC -ZZZ9.
               02 WS-USE-DAYS PIC 999.
               02 WS-USE-LIMIT PIC 9(7).
               02 WS-USE-COUNT PIC 9(4).
               02 WS-WASTE-MODE PIC X.
               02 WS-WASTE-COUNT PIC 9(4).
               02 WS-WASTE-TOTAL PIC 9(6)V99.
               02 WS-WASTE-QTY PIC 9(3).
               02 WS-WASTE-LEFT PIC 9(6)V99.
               02 WS-WASTE-PCT PIC 9(3)V9.
               02 WS-WASTE-PCT-D PIC ZZ9.9.
               02 WS-WASTE-INT PIC 9(7).

               02 WS-POST-COUNT PIC 9(4).

               02 WS-WEEK-ACTUAL PIC 9(6)V99.
               02 WS-ACT-DISP PIC ZZZZZ9.99.
               02 WS-RCPT-COUNT PIC 999.
               02 WS-RCPT-WINDOW PIC A VALUE 'N'.
               02 WS-RCPT-INT PIC 9(7).
               02 WS-RCPT-INWEEK PIC 999.
               02 WS-RCPT-EXT PIC 9(5)V99.
               02 WS-DRIFT-HI PIC 9(4)V99.
               02 WS-DRIFT-LO PIC 9(4)V99.
               02 WS-RCPT-STATUS PIC X(8).

               02 WS-SHOP-SPLIT PIC X VALUE 'N'.
               02 WS-PREV-STORE PIC X(4).
               02 WS-STORE-SUB PIC 9(6)V99.
               02 WS-STORE-CODE PIC X(4).
               02 WS-STORE-NAME PIC X(20).
               02 WS-PRICE-DAYS PIC 999 VALUE 90.
               02 WS-PH-FROM PIC 9(8).
               02 WS-PH-TO PIC 9(8).
               02 WS-PH-FROM-INT PIC 9(7).
               02 WS-PH-TO-INT PIC 9(7).
               02 WS-PH-INT PIC 9(7).
               02 WS-PH-DUP PIC A.
               02 WS-PH-COUNT PIC 9(4).
               02 WS-PA-AVG PIC 9(3)V99.
               02 WS-BEST-IDX PIC 999.

               02 WS-CLOSED-THRU PIC 9(8).
               02 WS-CLOSE-WEEK PIC 9(8).
               02 WS-CLOSE-END PIC 9(8).
               02 WS-CLOSE-START-INT PIC 9(7).
               02 WS-CLOSE-END-INT PIC 9(7).
               02 WS-CLOSE-SUPER PIC X(11).
               02 WS-CLOSE-FOUND PIC A.
               02 WS-CLOSE-DISP PIC ZZZZZZ9.99.
               02 WS-CARB-DISP PIC ZZZZ9.9.
               02 WS-LOCK-DATE PIC 9(8).
               02 WS-LOCK-INT PIC 9(7).
               02 WS-LOCK-KEY PIC 9(8).
               02 WS-LOCK-KEY-INT PIC 9(7).
               02 WS-LOCK-STATE PIC X(10).
               02 WS-LOCKED PIC A.
               02 WS-LOCK-HITS PIC 9(4).

               02 WS-RUN-ID PIC X(14).
               02 WS-RUN-RESTART PIC A VALUE 'N'.
               02 WS-RUN-MAXRC PIC 9 VALUE 0.
               02 WS-PREV-RC PIC 9 VALUE 0.
               02 WS-STEP-RC PIC 9 VALUE 0.
               02 WS-STEP-COUNT PIC 9(6).
               02 WS-STEP-STATUS PIC X(8).
               02 WS-STEP-COND PIC 99.
               02 WS-STEP-START PIC 9(5)V99.
               02 WS-STEP-ELAPSED PIC 9(5)V99.
               02 WS-TIME-SECS PIC 9(5)V99.
               02 WS-TIME-NOW.
                   05 WS-TN-HH PIC 99.
                   05 WS-TN-MM PIC 99.
                   05 WS-TN-SS PIC 99.
                   05 WS-TN-CC PIC 99.
               02 WS-ELAPSED-DISP PIC ZZZZ9.99.
               02 WS-COUNT-DISP PIC ZZZZZ9.

               02 WS-EOF5 PIC A.
               02 WS-RH-NUM PIC 999.
               02 WS-RH-VER PIC 999.
               02 WS-RH-DATE PIC 9(8).
               02 WS-RH-ACTION PIC X(3).
               02 WS-RH-COUNT PIC 999.

               02 WS-PREP-SOURCE PIC X.
               02 WS-PREP-COOK PIC 9(8).
               02 WS-PREP-USEBY PIC 9(8).
               02 WS-PREP-POST PIC A VALUE 'N'.
               02 WS-PREP-ANSWER PIC X.
               02 WS-PREP-FULL PIC A.
               02 WS-PREP-SERV PIC 999.
               02 WS-PREP-MARKED PIC 999.
               02 WS-PREP-QTY-DISP PIC ZZ9.99.
               02 WS-PREP-SCALE-DISP PIC Z9.99.
               02 WS-PREP-SERV-DISP PIC ZZ9.

               02 WS-EATOUT PIC 9(6)V99.
               02 WS-EATOUT-DISP PIC ZZZZZ9.99.
               02 WS-EATOUT-START PIC 9(7).

               02 WS-BATCH-MODE PIC A VALUE 'N'.
               02 WS-BATCH-CHECKED PIC A VALUE 'N'.
               02 WS-CMD-LINE PIC X(20).
               02 WS-IMP-REASON PIC X(30).
               02 WS-IMP-GOOD PIC 999.
               02 WS-IMP-BAD PIC 999.
               02 WS-IMP-TIME PIC X(4).
               02 WS-IMP-TYPE PIC X.
               02 WS-IMP-VAL PIC X(8).
               02 WS-IMP-FAST PIC X(4).
               02 WS-IMP-TIME-N PIC 9(4).
               02 WS-IMP-VAL-N PIC 9(3)V99.
               02 WS-IMP-FAST-N PIC 9(3).
               02 WS-IMP-HH PIC 99.
               02 WS-IMP-MI PIC 99.

               02 WS-KETO-BLOOD PIC 9V99 VALUE 0.50.
               02 WS-KETO-BREATH PIC 9V99 VALUE 4.00.
               02 WS-RD-MEMBER PIC X(10).
               02 WS-RD-INT PIC 9(7).
               02 WS-RD-DATE PIC 9(8).
               02 WS-RD-PREV PIC A.
               02 WS-RD-INKETO PIC A.
               02 WS-RD-CARBS PIC 9(4)V9.
               02 WS-RD-HASMEAL PIC A.
               02 WS-RD-KAVG PIC 9(3)V99.
               02 WS-RD-BAVG PIC 9(3)V99.
               02 WS-RD-GAVG PIC 9(3)V99.
               02 WS-RD-STATUS PIC X(10).
               02 WS-RD-FLAG PIC X(12).
               02 WS-RD-V-D PIC ZZ9.99.
               02 WS-RD-C-D PIC ZZZ9.9.
               02 WS-RD-F-D PIC ZZ9.
               02 WS-RD-KETO-DAYS PIC 99.
               02 WS-RD-LOW-DAYS PIC 99.
               02 WS-RD-LOST-DAYS PIC 99.

               02 WS-EXCL-EATER PIC X(10).
               02 WS-EXCL-HIT PIC A.
               02 WS-EXCL-WHO PIC X(10).
               02 WS-EXCL-ITEM PIC X(15).
               02 WS-EXCL-RULE PIC X(15).
               02 WS-EXCL-KIND PIC X.
               02 WS-EXCL-CATDONE PIC A.
               02 WS-EXCL-ANSWER PIC X.
               02 WS-EXCL-FOUND PIC A.
               02 WS-EXCL-ACTION PIC X.
               02 WS-EXCL-COUNT PIC 9(4).
               02 WS-EXCL-SOURCE PIC X(8).
               02 WS-PLAN-MEMBER PIC X(10).

               02 WS-GOALS-SET PIC A.
               02 WS-KETO-DAYS PIC 99.
               02 leftnamet PIC X(20).
               02 leftdatet PIC 9(8).
               02 leftqtyt PIC 99.
               02 leftusebyt PIC 9(8).

           01  MonthTable.
               02 MonthEntry OCCURS 24 TIMES.
           01  MU-IDX PIC 9(3).
           01  MU-FOUND PIC A.

           01  IngTable.
               02 IngEntry OCCURS 200 TIMES.
                   03 IM-NAME PIC X(15).
           01  IM-IDX PIC 999.
           01  IM-FOUND PIC A.

           01  NutrMissTable.
               02 NutrMissEntry OCCURS 12 TIMES.
                   03 NM-NAME PIC X(15).
                   03 NM-WHY PIC X(13).
           01  NM-TOTAL PIC 99 VALUE 0.
           01  NM-IDX PIC 99.

           01  ReceiptTemp.
               02 rcptnamet PIC X(15).
               02 rcptqtyt PIC 9(3).
               02 rcptpricet PIC 9(3)V99.
               02 rcptstoret PIC X(4).
               02 rcptdatet PIC 9(8).

           01  StoreTemp.
               02 storecodet PIC X(4).
               02 storenamet PIC X(20).

           01  PriceHistTemp.
               02 phdatet PIC 9(8).
               02 phstoret PIC X(4).
               02 phnamet PIC X(15).
               02 phpricet PIC 9(3)V99.

           01  WeekCloseTemp.
               02 wcweekt PIC 9(8).
               02 wcendt PIC 9(8).
               02 wcdatet PIC 9(8).
               02 wctimet PIC 9(6).
               02 wcmealst PIC 9(4).
               02 wccarbst PIC 9(5)V9.
               02 wcestt PIC 9(6)V99.
               02 wcactt PIC 9(6)V99.
               02 wcpantryt PIC 9(7)V99.
               02 wcusert PIC X(20).

           01  CloseCtlTemp.
               02 cctlthrut PIC 9(8).
               02 cctlweekt PIC 9(8).
               02 cctldatet PIC 9(8).

           01  CheckptTemp.
               02 ckrunidt PIC X(14).
               02 ckstept PIC 999.
               02 ckfunct PIC X(10).
               02 ckstatust PIC X(8).
               02 ckrct PIC 9.
               02 ckcountt PIC 9(6).
               02 ckelapsedt PIC 9(5)V99.
               02 ckstampt PIC X(14).

           01  CkDoneTable.
               02 CkDoneEntry OCCURS 100 TIMES.
                   03 CK-STEP PIC 999.
                   03 CK-FUNC PIC X(10).
                   03 CK-RC PIC 9.
                   03 CK-COUNT PIC 9(6).
           01  CK-TOTAL PIC 999 VALUE 0.
           01  CK-IDX PIC 999.
           01  CK-FOUND PIC A.

           01  RunSumTable.
               02 RunSumEntry OCCURS 50 TIMES.
                   03 RS-STEP PIC 999.
                   03 RS-FUNC PIC X(10).
                   03 RS-PARM PIC X(10).
                   03 RS-COND PIC X(2).
                   03 RS-STATUS PIC X(8).
                   03 RS-RC PIC 9.
                   03 RS-COUNT PIC 9(6).
                   03 RS-ELAPSED PIC 9(5)V99.
           01  RS-TOTAL PIC 99 VALUE 0.
           01  RS-IDX PIC 99.

           01  StoreTable.
               02 StoreEntry OCCURS 50 TIMES.
                   03 SR-CODE PIC X(4).
                   03 SR-NAME PIC X(20).
           01  SR-TOTAL PIC 99 VALUE 0.
           01  SR-IDX PIC 99.
           01  SR-FOUND PIC A.

           01  PriceAggTable.
               02 PriceAggEntry OCCURS 500 TIMES.
                   03 PA-NAME PIC X(15).
                   03 PA-STORE PIC X(4).
                   03 PA-LASTDATE PIC 9(8).
                   03 PA-LAST PIC 9(3)V99.
                   03 PA-SUM PIC 9(7)V99.
                   03 PA-CNT PIC 9(4).
                   03 PA-LOW PIC 9(3)V99.
           01  PA-TOTAL PIC 999 VALUE 0.
           01  PA-IDX PIC 999.
           01  PA-FOUND PIC A.
           01  PA-SWAPPED PIC A.
           01  PA-HOLD PIC X(50).

           01  RcptListTable.
               02 RcptListEntry OCCURS 200 TIMES.
               02 PantryEntry OCCURS 200 TIMES.
                   03 PT-NAME PIC X(15).
                   03 PT-QTY PIC 9(3).
                   03 PT-DATE PIC 9(8).
           01  PT-TOTAL PIC 999 VALUE 0.
           01  PT-IDX PIC 999.
           01  PT-FOUND PIC A.

           01  MemberTemp.
               02 membernamet PIC X(10).
               02 memberexclt OCCURS 10 TIMES.
                   03 memberxtypet PIC X.
                       88 EXCL-INGRED VALUE "I".
                       88 EXCL-CATEGORY VALUE "C".
                   03 memberxnamet PIC X(15).
           01  MemberHold PIC X(170).

           01  ExclTable.
               02 ExclEntry OCCURS 100 TIMES.
                   03 XT-MEMBER PIC X(10).
                   03 XT-TYPE PIC X.
                   03 XT-NAME PIC X(15).
           01  XT-TOTAL PIC 999 VALUE 0.
           01  XT-IDX PIC 999.
           01  MX-IDX PIC 99.

           01  ReadingTemp.
               02 readdatet PIC 9(8).
               02 readtimet PIC 9(4).
               02 readtypet PIC X.
                   88 READ-BLOOD VALUE "K".
                   88 READ-BREATH VALUE "B".
                   88 READ-GLUCOSE VALUE "G".
                   88 READ-VALID-TYPE VALUES "K", "B", "G".
               02 readvaluet PIC 9(3)V99.
               02 readfastt PIC 9(3).
               02 readmembert PIC X(10).

           01  WasteTemp.
               02 wastedatet PIC 9(8).
               02 wastetypet PIC X.
                   88 WASTE-IS-PANTRY VALUE "P".
                   88 WASTE-IS-LEFTOVER VALUE "L".
               02 wastenamet PIC X(20).
               02 wasteqtyt PIC 9(3).
               02 wasteunitt PIC X(8).
               02 wastereasont PIC X(9).
               02 wastecostt PIC 9(5)V99.

           01  SpendWkTable.
               02 SpendWkEntry OCCURS 104 TIMES.
                   03 SW-WEEK PIC 9(8).
                   03 SW-INT PIC 9(7).
                   03 SW-EST PIC 9(6)V99.
                   03 SW-ACT PIC 9(6)V99.
                   03 SW-WASTE PIC 9(6)V99.
           01  SW-TOTAL PIC 999 VALUE 0.
           01  SW-IDX PIC 999.
           01  SW-FOUND PIC A.

           01  GoalsHold PIC X(47).

           01  ControlTemp.
               02 ctlfunct PIC X(10).
               02 ctlparm1t PIC X(10).
               02 ctlparm2t PIC X(10).
               02 ctlmaxrct PIC X(2).

           01  RunLogTemp.
               02 runlogstampt PIC X(14).
               02 Mealleftck PIC X.
               02 Mealpostedck PIC X.
               02 Mealeatenck PIC X(10).
               02 Mealrecnumck PIC 999.
               02 Mealrecverck PIC 999.
               02 Mealtypeck PIC X.
               02 Mealocarbsck PIC 9(3)V9.
               02 Mealofatck PIC 9(3)V9.
               02 Mealoprotck PIC 9(3)V9.
               02 Mealocalsck PIC 9(4).
               02 Mealocostck PIC 9(4)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           begin.

            DISPLAY "--------------------------------------------------"
            DISPLAY "View Recipes(1)| View Shopping List(2)|",
            " View Meals(3)| Weigh-In(9)| Ketone Log(K)|",
            " Macro Report(5)|",
            " Ingredient Search(6)| Pantry(7)|",
            " Ingredient Master(8)| Audit Inquiry(A)|",
            " Verify Files(V)| Trend Report(T)| Members(M)|",
            " Week Close(C)| Quit(4)"
            ACCEPT choose.

            EVALUATE choose
               WHEN "7" PERFORM pantry
               WHEN "8" PERFORM mastlist
               WHEN "9" PERFORM weighin
               WHEN "K" PERFORM ketolog
               WHEN "A" PERFORM auditrpt
               WHEN "V" PERFORM verifyrpt
               WHEN "T" PERFORM trendview
               WHEN "M" PERFORM memberlist
               WHEN "C" PERFORM weekclose
               WHEN "4" DISPLAY "Thank You Have a good day."
               WHEN OTHER DISPLAY "Invalid Try Again", PERFORM begin.
            STOP RUN.

            DISPLAY "Add Recipe(1)| Maintain Recipe(3)|",
            " Batch Load Recipes(7)| Scale Recipe(8)|",
            " Nutrition Variance(9)| Recipe History(H)|",
            " Return to start(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "3" PERFORM maintrec
               WHEN "7" PERFORM batchrec
               WHEN "8" PERFORM scalerec
               WHEN "9" PERFORM nutrvar
               WHEN "H" PERFORM rechistinq
               WHEN OTHER DISPLAY "Invalid Try Again", PERFORM viewrec.
            STOP RUN.


            PERFORM enter-ingredients

            ADD 1 TO recnumt

            PERFORM recipe-macro-calc
            PERFORM recipe-macro-show

            OPEN I-O RecipeFile.
            WRITE RecInf FROM RecTemp
                INVALID KEY DISPLAY "Recipe number ", recnumt,
                MOVE "ADD-REC" TO auditactiont
                MOVE recnumt TO auditkeyt
                PERFORM write-audit
                MOVE "ADD" TO WS-RH-ACTION
                MOVE WS-DATE-HOLD TO WS-RH-DATE
                PERFORM rechist-write
            END-WRITE.
            CLOSE RecipeFile.

            IF WS-MAINT-ACTION EQUAL "1" THEN
                DISPLAY "Please Enter New Recipe Name: "
                ACCEPT WS-NEW-NAME
                DISPLAY "Please Enter Number of Servings",
                " (00 keeps current): "
                ACCEPT WS-NEW-SERV
                PERFORM enter-ingredients
                MOVE ingredst TO WS-NEW-INGREDS
            END-IF

            IF WS-MAINT-ACTION EQUAL "2" THEN
                PERFORM maint-lock-check
                IF WS-LOCK-HITS > 0 THEN
                    DISPLAY "Recipe is used by ", WS-LOCK-HITS,
                    " meal(s) in closed weeks. Delete rejected."
                    MOVE "LOCK-REJ" TO auditactiont
                    MOVE SPACES TO auditkeyt
                    MOVE WS-RECNUM TO auditkeyt
                    PERFORM write-audit
                    MOVE "3" TO WS-MAINT-ACTION
                END-IF
            END-IF

            IF WS-MAINT-ACTION EQUAL "1" OR WS-MAINT-ACTION EQUAL "2"
                THEN
                PERFORM backup-recipe
                    NOT INVALID KEY MOVE 'Y' TO WS-MAINT-FOUND
                END-READ
                IF WS-MAINT-FOUND EQUAL 'Y' THEN
                    PERFORM rechist-baseline
                    MOVE WS-DATE-HOLD TO WS-RH-DATE
                    IF WS-MAINT-ACTION EQUAL "1" THEN
                        MOVE WS-NEW-NAME TO recnamet
                        MOVE WS-NEW-INGREDS TO ingredst
                        IF WS-NEW-SERV > 0 THEN
                            MOVE WS-NEW-SERV TO servingst
                        END-IF
                        PERFORM recipe-macro-calc
                        REWRITE RecInf FROM RecTemp
                        END-REWRITE
                        MOVE "UPD" TO WS-RH-ACTION
                    ELSE
                        DELETE RecipeFile RECORD
                        END-DELETE
                        MOVE "DEL" TO WS-RH-ACTION
                    END-IF
                    PERFORM rechist-write
                END-IF
                CLOSE RecipeFile


                IF WS-MAINT-FOUND EQUAL 'Y' THEN
                    IF WS-MAINT-ACTION EQUAL "1" THEN
                        PERFORM recipe-macro-show
                        MOVE "UPD-REC" TO auditactiont
                    ELSE
                        MOVE "DEL-REC" TO auditactiont

            PERFORM viewrec.

           maint-lock-check.
            MOVE 0 TO WS-LOCK-HITS
            MOVE 'N' TO WS-MAINT-FOUND

            OPEN INPUT RecipeFile
            MOVE WS-RECNUM TO recnum
            READ RecipeFile INTO RecTemp
                INVALID KEY MOVE 'N' TO WS-MAINT-FOUND
                NOT INVALID KEY MOVE 'Y' TO WS-MAINT-FOUND
            END-READ
            CLOSE RecipeFile

            IF WS-MAINT-FOUND EQUAL 'Y' THEN
                MOVE 'Z' TO WS-EOF2
                OPEN INPUT MealFile
                PERFORM UNTIL WS-EOF2 = 'Y'
                    READ MealFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF2
                        NOT AT END
                        IF NOT OFFPLANt AND ((Mealrecnumt IS NUMERIC
                                AND Mealrecnumt EQUAL WS-RECNUM) OR
                                Mealnamet EQUAL recnamet) THEN
                            MOVE Mealdayfort TO WS-LOCK-DATE
                            PERFORM week-lock-check
                            IF WS-LOCKED EQUAL 'Y' THEN
                                ADD 1 TO WS-LOCK-HITS
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE MealFile

                MOVE 'Z' TO WS-EOF2
                OPEN INPUT MealHistFile
                PERFORM UNTIL WS-EOF2 = 'Y'
                    READ MealHistFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF2
                        NOT AT END
                        IF NOT OFFPLANt AND ((Mealrecnumt IS NUMERIC
                                AND Mealrecnumt EQUAL WS-RECNUM) OR
                                Mealnamet EQUAL recnamet) THEN
                            MOVE Mealdayfort TO WS-LOCK-DATE
                            PERFORM week-lock-check
                            IF WS-LOCKED EQUAL 'Y' THEN
                                ADD 1 TO WS-LOCK-HITS
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE MealHistFile

                MOVE 'Z' TO WS-EOF2
            END-IF.

           rechistinq.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Recipe Number: "
            ACCEPT WS-RH-NUM

            MOVE 0 TO WS-RH-COUNT
            MOVE 'Z' TO WS-EOF5

            OPEN INPUT RecHistFile
            PERFORM UNTIL WS-EOF5 = 'Y'
                READ RecHistFile INTO RecHistTemp
                    AT END MOVE 'Y' TO WS-EOF5
                    NOT AT END
                    IF rhnumt EQUAL WS-RH-NUM THEN
                        ADD 1 TO WS-RH-COUNT
                        PERFORM rechist-show
                    END-IF
                END-READ
            END-PERFORM
            CLOSE RecHistFile

            MOVE 'Z' TO WS-EOF5

            IF WS-RH-COUNT = 0 THEN
                DISPLAY "No history on file for recipe ", WS-RH-NUM,
                " - it has not changed since history began."
            END-IF

            PERFORM viewrec.

           rechist-show.
            MOVE rhrecipet TO RecTemp
            DISPLAY " "
            IF rhdatet = 0 THEN
                DISPLAY "Version ", rhvert, "  as on file before",
                " history began  recorded ", rhtimet, " by ",
                rhusert
            ELSE
                DISPLAY "Version ", rhvert, "  ", rhactiont, " on ",
                rhdatet, " ", rhtimet, " by ", rhusert
            END-IF
            DISPLAY "   ", recnamet, "  serves ", servingst,
            "  net carbs ", netcarbst, "  fat ", fatt, "  protein ",
            proteint, "  calories ", caloriest
            DISPLAY "   ", ingredst.

           rechist-baseline.
            MOVE recnumt TO WS-RH-NUM
            PERFORM rechist-current-ver
            IF WS-RH-VER = 0 THEN
                MOVE "BAS" TO WS-RH-ACTION
                MOVE 0 TO WS-RH-DATE
                PERFORM rechist-write
            END-IF.

           rechist-write.
            MOVE recnumt TO WS-RH-NUM
            PERFORM rechist-current-ver

            MOVE recnumt TO rhnumt
            COMPUTE rhvert = WS-RH-VER + 1
            MOVE WS-RH-DATE TO rhdatet
            MOVE FUNCTION CURRENT-DATE(9:6) TO rhtimet
            ACCEPT rhusert FROM ENVIRONMENT "USER"
            MOVE WS-RH-ACTION TO rhactiont
            MOVE RecTemp TO rhrecipet

            OPEN EXTEND RecHistFile
            WRITE RecHistInf FROM RecHistTemp
            END-WRITE
            CLOSE RecHistFile

            MOVE 'N' TO RH-LOADED.

           rechist-current-ver.
            IF RH-LOADED NOT EQUAL 'Y' THEN
                PERFORM load-rechist
            END-IF
            MOVE 0 TO WS-RH-VER
            PERFORM VARYING RH-IDX FROM 1 BY 1 UNTIL RH-IDX > RH-TOTAL
                IF RH-NUM(RH-IDX) EQUAL WS-RH-NUM AND
                        RH-VER(RH-IDX) > WS-RH-VER THEN
                    MOVE RH-VER(RH-IDX) TO WS-RH-VER
                END-IF
            END-PERFORM.

           load-rechist.
            MOVE 0 TO RH-TOTAL
            MOVE 'Z' TO WS-EOF5

            OPEN INPUT RecHistFile
            PERFORM UNTIL WS-EOF5 = 'Y'
                READ RecHistFile INTO RecHistTemp
                    AT END MOVE 'Y' TO WS-EOF5
                    NOT AT END
                    IF RH-TOTAL < 500 THEN
                        ADD 1 TO RH-TOTAL
                        MOVE rhnumt TO RH-NUM(RH-TOTAL)
                        MOVE rhvert TO RH-VER(RH-TOTAL)
                        MOVE rhdatet TO RH-DATE(RH-TOTAL)
                        MOVE rhrecipet(4:20) TO RH-NAME(RH-TOTAL)
                        MOVE rhrecipet TO RH-RECIPE(RH-TOTAL)
                    ELSE
                        MOVE 'Y' TO WS-EOF5
                        DISPLAY "Warning: recipe history table is",
                        " full - later versions were left out."
                    END-IF
                END-READ
            END-PERFORM
            CLOSE RecHistFile

            MOVE 'Z' TO WS-EOF5
            MOVE 'Y' TO RH-LOADED.

           meal-stamp-recipe.
            IF Mealrecnumt IS NOT NUMERIC THEN
                MOVE 0 TO Mealrecnumt
            END-IF
            IF Mealrecvert IS NOT NUMERIC THEN
                MOVE 0 TO Mealrecvert
            END-IF
            IF Mealrecnumt = 0 THEN
                PERFORM meal-recipe-lookup
                IF WS-FOUND-REC EQUAL 'Y' THEN
                    MOVE recnumt TO Mealrecnumt
                END-IF
            END-IF
            IF Mealrecnumt > 0 AND Mealrecvert = 0 THEN
                MOVE Mealrecnumt TO WS-RH-NUM
                PERFORM rechist-current-ver
                MOVE WS-RH-VER TO Mealrecvert
            END-IF.

           meal-recipe-lookup.
            MOVE 'N' TO WS-FOUND-REC
            IF OFFPLANt THEN
                PERFORM meal-offplan-macros
            ELSE
                PERFORM meal-recipe-version
            END-IF.

           meal-offplan-macros.
            MOVE 0 TO recnumt
            MOVE Mealnamet TO recnamet
            MOVE SPACES TO ingredst
            MOVE 1 TO servingst
            MOVE 0 TO netcarbst, fatt, proteint, caloriest
            IF Mealocarbst IS NUMERIC THEN
                MOVE Mealocarbst TO netcarbst
            END-IF
            IF Mealofatt IS NUMERIC THEN
                MOVE Mealofatt TO fatt
            END-IF
            IF Mealoprott IS NUMERIC THEN
                MOVE Mealoprott TO proteint
            END-IF
            IF Mealocalst IS NUMERIC THEN
                MOVE Mealocalst TO caloriest
            END-IF
            MOVE 'Y' TO WS-FOUND-REC.

           meal-recipe-version.
            IF Mealrecnumt IS NOT NUMERIC THEN
                MOVE 0 TO Mealrecnumt
            END-IF
            IF Mealrecvert IS NOT NUMERIC THEN
                MOVE 0 TO Mealrecvert
            END-IF
            IF RH-LOADED NOT EQUAL 'Y' THEN
                PERFORM load-rechist
            END-IF

            MOVE 0 TO RH-AT
            MOVE Mealdayfort TO WS-RH-DATE
            PERFORM VARYING RH-IDX FROM 1 BY 1 UNTIL RH-IDX > RH-TOTAL
                PERFORM meal-recipe-match
            END-PERFORM

            IF RH-AT > 0 THEN
                MOVE RH-RECIPE(RH-AT) TO RecTemp
                MOVE 'Y' TO WS-FOUND-REC
            ELSE
                OPEN INPUT RecipeFile
                IF Mealrecnumt > 0 THEN
                    MOVE Mealrecnumt TO recnum
                    READ RecipeFile INTO RecTemp
                        INVALID KEY MOVE 'N' TO WS-FOUND-REC
                        NOT INVALID KEY MOVE 'Y' TO WS-FOUND-REC
                    END-READ
                ELSE
                    MOVE Mealnamet TO recname
                    READ RecipeFile INTO RecTemp
                        KEY IS recname
                        INVALID KEY MOVE 'N' TO WS-FOUND-REC
                        NOT INVALID KEY MOVE 'Y' TO WS-FOUND-REC
                    END-READ
                END-IF
                CLOSE RecipeFile
            END-IF.

           meal-recipe-match.
            IF Mealrecnumt > 0 THEN
                IF RH-NUM(RH-IDX) EQUAL Mealrecnumt THEN
                    IF Mealrecvert > 0 THEN
                        IF RH-VER(RH-IDX) EQUAL Mealrecvert THEN
                            MOVE RH-IDX TO RH-AT
                        END-IF
                    ELSE
                        IF RH-AT = 0 THEN
                            MOVE RH-IDX TO RH-AT
                        ELSE
                            IF RH-VER(RH-IDX) < RH-VER(RH-AT) THEN
                                MOVE RH-IDX TO RH-AT
                            END-IF
                        END-IF
                    END-IF
                END-IF
            ELSE
                IF RH-NAME(RH-IDX) EQUAL Mealnamet AND
                        RH-DATE(RH-IDX) <= WS-RH-DATE THEN
                    IF RH-AT = 0 THEN
                        MOVE RH-IDX TO RH-AT
                    ELSE
                        IF RH-DATE(RH-IDX) >= RH-DATE(RH-AT) THEN
                            MOVE RH-IDX TO RH-AT
                        END-IF
                    END-IF
                END-IF
            END-IF.

           batchrec.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
                   READ RecBatchFile INTO RecTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       PERFORM recipe-macro-calc
                       IF WS-NUTR-MISS > 0 THEN
                           PERFORM recipe-macro-warn
                       END-IF
                       WRITE RecInf FROM RecTemp
                           INVALID KEY DISPLAY "Skipped duplicate",
                           " recipe number ", recnumt
                           MOVE "ADD-REC" TO auditactiont
                           MOVE recnumt TO auditkeyt
                           PERFORM write-audit
                           MOVE "ADD" TO WS-RH-ACTION
                           MOVE WS-DATE-HOLD TO WS-RH-DATE
                           PERFORM rechist-write
                       END-WRITE
                   END-READ
               END-PERFORM

            PERFORM viewrec.

           recipe-macro-calc.
            MOVE 0 TO WS-CALC-CARBS, WS-CALC-FAT, WS-CALC-PROT,
                WS-CALC-CALS, WS-CALC-COST
            MOVE 0 TO WS-NUTR-MISS
            MOVE 0 TO NM-TOTAL

            MOVE ingredst TO WS-PARSE
            PERFORM UNTIL WS-PARSE EQUAL SPACES
                UNSTRING WS-PARSE DELIMITED BY "," INTO WS-WORD
                MOVE 0 TO WS-COUNT
                INSPECT WS-WORD REPLACING ALL LOW-VALUE BY SPACE
                INSPECT FUNCTION REVERSE(WS-WORD)
                TALLYING WS-COUNT FOR LEADING SPACE
                COMPUTE WS-LEN = LENGTH OF WS-WORD - WS-COUNT
                ADD 2 TO WS-LEN
                PERFORM parse-ing-token
                MOVE WS-TOK-NAME TO indivingredt
                PERFORM macro-calc-token
                MOVE WS-PARSE(WS-LEN:LENGTH OF WS-PARSE -
                    WS-LEN) TO WS-REST
                MOVE WS-REST TO WS-PARSE
            END-PERFORM

            IF servingst > 0 THEN
                MOVE servingst TO WS-CALC-SERV
            ELSE
                MOVE 1 TO WS-CALC-SERV
            END-IF

            COMPUTE WS-PS-CARBS ROUNDED = WS-CALC-CARBS / WS-CALC-SERV
                ON SIZE ERROR MOVE 999.9 TO WS-PS-CARBS
            END-COMPUTE
            COMPUTE WS-PS-FAT ROUNDED = WS-CALC-FAT / WS-CALC-SERV
                ON SIZE ERROR MOVE 999.9 TO WS-PS-FAT
            END-COMPUTE
            COMPUTE WS-PS-PROT ROUNDED = WS-CALC-PROT / WS-CALC-SERV
                ON SIZE ERROR MOVE 999.9 TO WS-PS-PROT
            END-COMPUTE
            COMPUTE WS-PS-CALS ROUNDED = WS-CALC-CALS / WS-CALC-SERV
                ON SIZE ERROR MOVE 9999 TO WS-PS-CALS
            END-COMPUTE
            COMPUTE WS-PS-COST ROUNDED = WS-CALC-COST / WS-CALC-SERV
                ON SIZE ERROR MOVE 9999.99 TO WS-PS-COST
            END-COMPUTE

            MOVE WS-PS-CARBS TO netcarbst
            MOVE WS-PS-FAT TO fatt
            MOVE WS-PS-PROT TO proteint
            MOVE WS-PS-CALS TO caloriest.

           macro-calc-token.
            MOVE indivingredt TO WS-MAST-NAME
            PERFORM find-ingmaster

            MOVE SPACES TO WS-NUTR-WHY
            IF WS-MAST-FOUND NOT EQUAL 'Y' THEN
                MOVE "NOT ON MASTER" TO WS-NUTR-WHY
            ELSE
                MOVE WS-TOK-QTY TO WS-CONV-QTY
                MOVE WS-TOK-UNIT TO WS-CONV-FROM
                IF WS-CONV-FROM EQUAL SPACES THEN
                    MOVE masterunitt(1:4) TO WS-CONV-FROM
                END-IF
                MOVE masterunitt TO WS-CONV-TO
                PERFORM convert-unit
                IF WS-CONV-OK NOT EQUAL 'Y' THEN
                    MOVE "UNIT MISMATCH" TO WS-NUTR-WHY
                ELSE
                    COMPUTE WS-CALC-COST = WS-CALC-COST +
                            WS-CONV-OUT * masterpricet
                    IF masternetct IS NOT NUMERIC OR
                            masterfatt IS NOT NUMERIC OR
                            masterprott IS NOT NUMERIC OR
                            mastercalt IS NOT NUMERIC THEN
                        MOVE "NO NUTRITION" TO WS-NUTR-WHY
                    ELSE
                        COMPUTE WS-CALC-CARBS = WS-CALC-CARBS +
                                WS-CONV-OUT * masternetct
                        COMPUTE WS-CALC-FAT = WS-CALC-FAT +
                                WS-CONV-OUT * masterfatt
                        COMPUTE WS-CALC-PROT = WS-CALC-PROT +
                                WS-CONV-OUT * masterprott
                        COMPUTE WS-CALC-CALS = WS-CALC-CALS +
                                WS-CONV-OUT * mastercalt
                    END-IF
                END-IF
            END-IF

            IF WS-NUTR-WHY NOT EQUAL SPACES THEN
                ADD 1 TO WS-NUTR-MISS
                IF NM-TOTAL < 12 THEN
                    ADD 1 TO NM-TOTAL
                    MOVE indivingredt TO NM-NAME(NM-TOTAL)
                    MOVE WS-NUTR-WHY TO NM-WHY(NM-TOTAL)
                END-IF
            END-IF.

           recipe-macro-show.
            DISPLAY "Calculated per Serving - Net Carbs: ", netcarbst,
            " Fat: ", fatt, " Protein: ", proteint,
            " Calories: ", caloriest
            IF WS-NUTR-MISS > 0 THEN
                PERFORM recipe-macro-warn
            END-IF.

           recipe-macro-warn.
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Warning: recipe " DELIMITED BY SIZE, recnumt
                DELIMITED BY SIZE, " - " DELIMITED BY SIZE,
                WS-NUTR-MISS DELIMITED BY SIZE,
                " ingredient(s) have no usable nutrition"
                DELIMITED BY SIZE, " - macros are understated"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           nutrvar.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"

            PERFORM nutr-var-run

            PERFORM viewrec.

           nutr-var-run.
            DISPLAY "Recalculating recipe nutrition..."

            MOVE 0 TO WS-NV-COUNT
            MOVE 0 TO WS-NV-DIFF
            MOVE 0 TO WS-NV-NOMAST

            OPEN OUTPUT NutrRptFile

            MOVE SPACES TO RptLine
            MOVE "RECIPE NUTRITION VARIANCE REPORT" TO RptLine(1:32)
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "REC" TO RptLine(1:3)
            MOVE "RECIPE NAME" TO RptLine(6:11)
            MOVE "SOURCE" TO RptLine(28:6)
            MOVE "NET CARBS" TO RptLine(36:9)
            MOVE "FAT" TO RptLine(48:3)
            MOVE "PROTEIN" TO RptLine(54:7)
            MOVE "CALORIES" TO RptLine(63:8)
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT RecipeFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ RecipeFile NEXT RECORD INTO RecTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END PERFORM nutr-var-recipe
                END-READ
            END-PERFORM
            CLOSE RecipeFile

            MOVE 'Z' TO WS-EOF2

            MOVE SPACES TO RptLine
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING WS-NV-COUNT DELIMITED BY SIZE,
                " RECIPE(S) CHECKED, " DELIMITED BY SIZE,
                WS-NV-DIFF DELIMITED BY SIZE,
                " WITH STORED MACROS THAT DIFFER FROM COMPUTED"
                DELIMITED BY SIZE INTO RptLine
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            PERFORM nutr-var-master

            CLOSE NutrRptFile

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Nutrition variance finished - " DELIMITED BY SIZE,
                WS-NV-DIFF DELIMITED BY SIZE, " recipe(s) differ, "
                DELIMITED BY SIZE, WS-NV-NOMAST DELIMITED BY SIZE,
                " ingredient(s) lack nutrition - see NutrVar.RPT"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           nutr-var-recipe.
            ADD 1 TO WS-NV-COUNT

            MOVE netcarbst TO WS-NV-SCARBS
            MOVE fatt TO WS-NV-SFAT
            MOVE proteint TO WS-NV-SPROT
            MOVE caloriest TO WS-NV-SCALS

            PERFORM recipe-macro-calc

            MOVE 'N' TO WS-NV-VAR
            IF WS-NV-SCARBS NOT EQUAL WS-PS-CARBS OR
                    WS-NV-SFAT NOT EQUAL WS-PS-FAT OR
                    WS-NV-SPROT NOT EQUAL WS-PS-PROT OR
                    WS-NV-SCALS NOT EQUAL WS-PS-CALS THEN
                MOVE 'Y' TO WS-NV-VAR
                ADD 1 TO WS-NV-DIFF
            END-IF

            IF WS-NV-VAR EQUAL 'Y' OR NM-TOTAL > 0 THEN
                MOVE SPACES TO RptLine
                MOVE recnumt TO RptLine(1:3)
                MOVE recnamet TO RptLine(6:20)
                MOVE "STORED" TO RptLine(28:6)
                MOVE WS-NV-SCARBS TO WS-NV-D
                MOVE WS-NV-D TO RptLine(39:5)
                MOVE WS-NV-SFAT TO WS-NV-D
                MOVE WS-NV-D TO RptLine(46:5)
                MOVE WS-NV-SPROT TO WS-NV-D
                MOVE WS-NV-D TO RptLine(55:5)
                MOVE WS-NV-SCALS TO WS-NV-K
                MOVE WS-NV-K TO RptLine(66:4)
                WRITE NutrRptLine FROM RptLine
                END-WRITE

                MOVE SPACES TO RptLine
                MOVE "COMPUTED" TO RptLine(28:8)
                MOVE WS-PS-CARBS TO WS-NV-D
                MOVE WS-NV-D TO RptLine(39:5)
                MOVE WS-PS-FAT TO WS-NV-D
                MOVE WS-NV-D TO RptLine(46:5)
                MOVE WS-PS-PROT TO WS-NV-D
                MOVE WS-NV-D TO RptLine(55:5)
                MOVE WS-PS-CALS TO WS-NV-K
                MOVE WS-NV-K TO RptLine(66:4)
                IF WS-NV-VAR EQUAL 'Y' THEN
                    MOVE "*VARIANCE*" TO RptLine(73:10)
                END-IF
                WRITE NutrRptLine FROM RptLine
                END-WRITE

                PERFORM VARYING NM-IDX FROM 1 BY 1
                        UNTIL NM-IDX > NM-TOTAL
                    MOVE SPACES TO RptLine
                    MOVE "NO NUTRITION FOR" TO RptLine(6:16)
                    MOVE NM-NAME(NM-IDX) TO RptLine(23:15)
                    MOVE NM-WHY(NM-IDX) TO RptLine(40:13)
                    WRITE NutrRptLine FROM RptLine
                    END-WRITE
                END-PERFORM
            END-IF.

           nutr-var-master.
            MOVE SPACES TO RptLine
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "INGREDIENTS WITH NO NUTRITION ON FILE:" TO
            RptLine(1:38)
            WRITE NutrRptLine FROM RptLine
            END-WRITE

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT IngMastFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ IngMastFile INTO IngMastTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF masternetct IS NOT NUMERIC OR
                            masterfatt IS NOT NUMERIC OR
                            masterprott IS NOT NUMERIC OR
                            mastercalt IS NOT NUMERIC THEN
                        ADD 1 TO WS-NV-NOMAST
                        MOVE SPACES TO RptLine
                        MOVE masteringredt TO RptLine(6:15)
                        MOVE masterunitt TO RptLine(23:8)
                        MOVE mastercatt TO RptLine(33:10)
                        WRITE NutrRptLine FROM RptLine
                        END-WRITE
                    END-IF
                END-READ
            END-PERFORM
            CLOSE IngMastFile

            MOVE 'Z' TO WS-EOF2

            IF WS-NV-NOMAST = 0 THEN
                MOVE SPACES TO RptLine
                MOVE "NONE" TO RptLine(6:4)
                WRITE NutrRptLine FROM RptLine
                END-WRITE
            END-IF.

           viewmeal.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Start Date (yyyymmdd): "
            ACCEPT WS-RANGE-START
            MOVE FUNCTION INTEGER-OF-DATE(WS-RANGE-START) TO
            WS-RANGE-START-INT
            DISPLAY "Please Enter Number of Days to Show: "
            ACCEPT WS-RANGE-DAYS
            COMPUTE WS-RANGE-END-INT =
                    WS-RANGE-START-INT + WS-RANGE-DAYS

            OPEN INPUT MealFile.
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MealFile INTO MealTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF Mealdayt >= WS-RANGE-START-INT AND
                               Mealdayt <= WS-RANGE-END-INT THEN
                           DISPLAY mealmonth, '/', mealdays, '/',
                           mealyear, ' ', MealTimet, ' ', Mealnamet,
                           ' ', Mealeatent
                       END-IF
                   END-READ
               END-PERFORM
            CLOSE MealFile.

            MOVE 'Z' TO WS-EOF

            PERFORM calendar-build
            PERFORM write-mealplan

            DISPLAY "Add Meal(1) |Batch Load Meals(7)|",
            " Archive Old Meals(9)| View Archived Meals(A)|",
            " Plan Week(P)| Leftovers(L)| Prep Day(R)|",
            " Off-Plan Meal(O)| Return to start(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1" PERFORM addmeal
               WHEN "2" PERFORM begin
               WHEN "7" PERFORM batchmeal
               WHEN "9" PERFORM archivemeal
               WHEN "A" PERFORM viewmealhist
               WHEN "P" PERFORM planweek
               WHEN "L" PERFORM viewleft
               WHEN "R" PERFORM prepday
               WHEN "O" PERFORM addoffplan
               WHEN OTHER DISPLAY "Invalid Try Again", PERFORM viewmeal.


           addmeal.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Date (yyyymmdd): "
            ACCEPT Mealdate
            MOVE Mealdate TO Mealdayfort
            MOVE FUNCTION INTEGER-OF-DATE(Mealdate) TO Mealdayt

            MOVE Mealdate TO WS-LOCK-DATE
            PERFORM week-lock-check
            IF WS-LOCKED EQUAL 'Y' THEN
                DISPLAY "That date falls in a closed week (closed",
                " through ", WS-CLOSED-THRU, "). Entry rejected."
                MOVE "LOCK-REJ" TO auditactiont
                MOVE SPACES TO auditkeyt
                MOVE Mealdayfort TO auditkeyt
                PERFORM write-audit
            ELSE
                PERFORM addmeal-entry
            END-IF

            PERFORM viewmeal.

           addmeal-entry.
            DISPLAY "Please Enter Breakfast,Lunch,Dinner,or Snack: "
               ACCEPT MealTimet
            PERFORM UNTIL BLDt
               DISPLAY "Please Enter Breakfast,Lunch,Dinner,or Snack: "
               ACCEPT MealTimet
            END-PERFORM

            DISPLAY "Eaten By (member name or Both): "
            ACCEPT Mealeatent
            IF Mealeatent EQUAL SPACES THEN
                MOVE "Both" TO Mealeatent
            END-IF

            MOVE SPACE TO Mealleftt
            MOVE SPACE TO Mealpostedt
            MOVE SPACE TO Mealtypet
            MOVE 0 TO Mealocarbst, Mealofatt, Mealoprott, Mealocalst,
                Mealocostt
            OPEN INPUT RecipeFile
            PERFORM UNTIL WS-EOF2 = 'Y'
               DISPLAY "Please Enter Valid Recipe Number: "
               ACCEPT Mealnum

               MOVE Mealnum TO recnum
               READ RecipeFile INTO RecTemp
                   INVALID KEY DISPLAY "Recipe Not Found."
                   NOT INVALID KEY MOVE recnamet TO Mealnamet,
                   MOVE 'Y' TO WS-EOF2
               END-READ
            END-PERFORM
            CLOSE RecipeFile

            MOVE 'Z' to WS-EOF2

            MOVE recnumt TO Mealrecnumt
            MOVE recnumt TO WS-RH-NUM
            PERFORM rechist-current-ver
            MOVE WS-RH-VER TO Mealrecvert

            PERFORM load-excltable
            MOVE Mealeatent TO WS-EXCL-EATER
            PERFORM excl-check-recipe
            IF WS-EXCL-HIT EQUAL 'Y' THEN
                DISPLAY "Warning: ", Mealnamet, " contains ",
                WS-EXCL-ITEM, " - excluded for ", WS-EXCL-WHO,
                " (", WS-EXCL-RULE, ")"
                DISPLAY "Log it anyway (Y/N)? "
                ACCEPT WS-EXCL-ANSWER
                MOVE SPACES TO auditkeyt
                STRING Mealdayfort DELIMITED BY SIZE, MealTimet
                    DELIMITED BY SIZE INTO auditkeyt
                IF WS-EXCL-ANSWER EQUAL "Y" OR
                        WS-EXCL-ANSWER EQUAL "y" THEN
                    MOVE "EXCL-OVR" TO auditactiont
                    PERFORM write-audit
                ELSE
                    MOVE "EXCL-REJ" TO auditactiont
                    PERFORM write-audit
                    MOVE 'R' TO WS-EXCL-HIT
                END-IF
            END-IF

            IF WS-EXCL-HIT EQUAL 'R' THEN
                DISPLAY "Entry rejected."
            ELSE
                PERFORM check-duplicate-slot

                IF WS-DUP-FOUND EQUAL 'Y' THEN
                    DISPLAY "That recipe is already logged for that",
                    " date/time. Entry rejected."
                ELSE
                    MOVE Mealnamet TO WS-LEFT-NAME
                    PERFORM left-available
                    IF WS-LEFT-FOUND EQUAL 'Y' THEN
                        DISPLAY "Leftover servings of ", Mealnamet,
                        " are on hand. Use a leftover serving (Y/N)? "
                        ACCEPT WS-LEFT-ANSWER
                        IF WS-LEFT-ANSWER EQUAL "Y" OR
                                WS-LEFT-ANSWER EQUAL "y" THEN
                            MOVE 'L' TO Mealleftt
                            PERFORM leftover-consume
                        END-IF
                    END-IF
                    IF Mealleftt NOT EQUAL 'L' AND servingst > 1 THEN
                        COMPUTE WS-LEFT-QTY = servingst - 1
                        MOVE Mealdayfort TO WS-LEFT-DATE
                        PERFORM leftover-create
                        DISPLAY "Recorded ", WS-LEFT-QTY, " leftover",
                        " serving(s) of ", Mealnamet
                    END-IF

                    OPEN EXTEND MealFile
                    WRITE MealInf FROM MealTemp
                    END-WRITE
                    CLOSE MealFile

                    MOVE "ADD-MEAL" TO auditactiont
                    MOVE SPACES TO auditkeyt
                    STRING Mealdayfort DELIMITED BY SIZE, MealTimet
                        DELIMITED BY SIZE INTO auditkeyt
                    PERFORM write-audit
                END-IF
            END-IF.

           addoffplan.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Date (yyyymmdd): "
            ACCEPT Mealdate
            MOVE Mealdate TO Mealdayfort
            MOVE FUNCTION INTEGER-OF-DATE(Mealdate) TO Mealdayt

            MOVE Mealdate TO WS-LOCK-DATE
            PERFORM week-lock-check
            IF WS-LOCKED EQUAL 'Y' THEN
                DISPLAY "That date falls in a closed week (closed",
                " through ", WS-CLOSED-THRU, "). Entry rejected."
                MOVE "LOCK-REJ" TO auditactiont
                MOVE SPACES TO auditkeyt
                MOVE Mealdayfort TO auditkeyt
                PERFORM write-audit
            ELSE
                PERFORM addoffplan-entry
            END-IF

            PERFORM viewmeal.

           addoffplan-entry.
            DISPLAY "Please Enter Breakfast,Lunch,Dinner,or Snack: "
               ACCEPT MealTimet
            PERFORM UNTIL BLDt
               DISPLAY "Please Enter Breakfast,Lunch,Dinner,or Snack: "
               ACCEPT MealTimet
            END-PERFORM

            DISPLAY "Eaten By (member name or Both): "
            ACCEPT Mealeatent
            IF Mealeatent EQUAL SPACES THEN
                MOVE "Both" TO Mealeatent
            END-IF

            MOVE SPACES TO Mealnamet
            PERFORM UNTIL Mealnamet NOT EQUAL SPACES
               DISPLAY "Please Enter Description (where/what): "
               ACCEPT Mealnamet
            END-PERFORM

            DISPLAY "Please Enter Estimated Net Carbs: "
            ACCEPT Mealocarbst
            DISPLAY "Please Enter Estimated Fat: "
            ACCEPT Mealofatt
            DISPLAY "Please Enter Estimated Protein: "
            ACCEPT Mealoprott
            DISPLAY "Please Enter Estimated Calories: "
            ACCEPT Mealocalst
            DISPLAY "Please Enter Cost: "
            ACCEPT Mealocostt

            MOVE "O" TO Mealtypet
            MOVE SPACE TO Mealleftt
            MOVE SPACE TO Mealpostedt
            MOVE 0 TO Mealrecnumt
            MOVE 0 TO Mealrecvert

            PERFORM check-duplicate-slot

            IF WS-DUP-FOUND EQUAL 'Y' THEN
                DISPLAY "That meal is already logged for that",
                " date/time. Entry rejected."
            ELSE
                OPEN EXTEND MealFile
                WRITE MealInf FROM MealTemp
                END-WRITE
                CLOSE MealFile

                MOVE "OFF-PLAN" TO auditactiont
                MOVE SPACES TO auditkeyt
                STRING Mealdayfort DELIMITED BY SIZE, MealTimet
                    DELIMITED BY SIZE INTO auditkeyt
                PERFORM write-audit
            END-IF.

           check-duplicate-slot.
            MOVE 'N' TO WS-DUP-FOUND
            DISPLAY "--------------------------------------------------"
            DISPLAY "Loading Meals from MealBatch.DAT..."

            PERFORM load-excltable

            OPEN INPUT MealBatchFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MealBatchFile INTO MealTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       PERFORM batchmeal-row
                       MOVE SPACES TO auditkeyt
                       STRING Mealdayfort DELIMITED BY SIZE, MealTimet
                           DELIMITED BY SIZE INTO auditkeyt
                       PERFORM write-audit

            PERFORM viewmeal.

           batchmeal-row.
            PERFORM meal-stamp-recipe
            PERFORM check-duplicate-slot
            PERFORM excl-meal-check
            MOVE Mealdayfort TO WS-LOCK-DATE
            PERFORM week-lock-check
            IF WS-LOCKED EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Rejected meal '" DELIMITED BY SIZE,
                    Mealnamet DELIMITED BY SIZE, "' on "
                    DELIMITED BY SIZE, Mealdayfort DELIMITED BY SIZE,
                    " - week is closed" DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM runlog-write
                MOVE "LOCK-REJ" TO auditactiont
            ELSE
                IF WS-DUP-FOUND EQUAL 'Y' THEN
                    DISPLAY "Skipped duplicate meal slot for ",
                    Mealnamet
                    MOVE "DUP-MEAL" TO auditactiont
                ELSE
                    IF WS-EXCL-HIT EQUAL 'Y' THEN
                        MOVE SPACES TO WS-LOG-TEXT
                        STRING "Rejected meal '" DELIMITED BY SIZE,
                            Mealnamet DELIMITED BY SIZE, "' on "
                            DELIMITED BY SIZE, Mealdayfort
                            DELIMITED BY SIZE, " - contains "
                            DELIMITED BY SIZE, WS-EXCL-ITEM
                            DELIMITED BY SIZE, " excluded for "
                            DELIMITED BY SIZE, WS-EXCL-WHO
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                        PERFORM runlog-write
                        MOVE "EXCL-REJ" TO auditactiont
                    ELSE
                        IF Mealleftt EQUAL 'C' THEN
                            MOVE 'L' TO Mealleftt
                        END-IF
                        OPEN EXTEND MealFile
                        WRITE MealInf FROM MealTemp
                        END-WRITE
                        CLOSE MealFile
                        MOVE "ADD-MEAL" TO auditactiont
                        PERFORM batch-left-post
                    END-IF
                END-IF
            END-IF.

           prepday.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter First Meal Date to Prep For",
            " (yyyymmdd): "
            ACCEPT WS-RANGE-START
            DISPLAY "Please Enter Number of Days to Cover: "
            ACCEPT WS-RANGE-DAYS
            DISPLAY "Read Meals From Meal Log(M) or Planned",
            " Proposals(B)? "
            ACCEPT WS-PREP-SOURCE
            DISPLAY "Please Enter Cook Date (yyyymmdd, 0 = today): "
            ACCEPT WS-PREP-COOK

            IF WS-PREP-SOURCE EQUAL "b" THEN
                MOVE "B" TO WS-PREP-SOURCE
            END-IF
            IF WS-PREP-COOK IS NOT NUMERIC OR WS-PREP-COOK = 0 THEN
                MOVE WS-DATE-HOLD TO WS-PREP-COOK
            END-IF

            MOVE 'N' TO WS-PREP-POST
            PERFORM prep-day-run

            IF PP-TOTAL > 0 THEN
                DISPLAY "Confirm the cook and post the servings to",
                " leftovers (Y/N)? "
                ACCEPT WS-PREP-ANSWER
                IF WS-PREP-ANSWER EQUAL "Y" OR
                        WS-PREP-ANSWER EQUAL "y" THEN
                    PERFORM prep-post
                END-IF
            END-IF

            PERFORM viewmeal.

           prep-day-run.
            IF WS-RANGE-DAYS IS NOT NUMERIC OR WS-RANGE-DAYS = 0 THEN
                MOVE 7 TO WS-RANGE-DAYS
            END-IF
            MOVE FUNCTION INTEGER-OF-DATE(WS-RANGE-START) TO
            WS-RANGE-START-INT
            COMPUTE WS-RANGE-END-INT =
                    WS-RANGE-START-INT + WS-RANGE-DAYS - 1

            PERFORM load-left-shelf
            COMPUTE WS-EXP-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PREP-COOK) +
                    WS-LEFT-SHELF
            MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-INT) TO WS-PREP-USEBY

            MOVE 0 TO PP-TOTAL
            MOVE 0 TO PM-TOTAL
            MOVE 0 TO WS-PREP-SERV
            MOVE 0 TO WS-PREP-MARKED
            MOVE 'N' TO WS-PREP-FULL

            DISPLAY "Totalling servings for meals from ",
            WS-RANGE-START, " for ", WS-RANGE-DAYS, " day(s)..."

            IF WS-PREP-SOURCE EQUAL "B" THEN
                OPEN INPUT MealBatchFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MealBatchFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM prep-meal
                    END-READ
                END-PERFORM
                CLOSE MealBatchFile
            ELSE
                OPEN INPUT MealFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MealFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM prep-meal
                    END-READ
                END-PERFORM
                CLOSE MealFile
            END-IF

            MOVE 'Z' TO WS-EOF

            PERFORM prep-rpt-write
            PERFORM prep-label-write

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Production sheet written to Prep.RPT and "
                DELIMITED BY SIZE, "labels to PrepLabel.DAT - "
                DELIMITED BY SIZE, PP-TOTAL DELIMITED BY SIZE,
                " recipe(s), " DELIMITED BY SIZE, WS-PREP-SERV
                DELIMITED BY SIZE, " serving(s)" DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM runlog-write

            IF WS-PREP-POST EQUAL 'Y' AND PP-TOTAL > 0 THEN
                PERFORM prep-post
            END-IF.

           prep-meal.
            IF Mealdayt >= WS-RANGE-START-INT AND
                    Mealdayt <= WS-RANGE-END-INT AND
                    Mealleftt NOT EQUAL 'L' AND
                    Mealleftt NOT EQUAL 'C' AND
                    Mealpostedt NOT EQUAL 'P' AND
                    NOT OFFPLANt THEN
                MOVE Mealdayfort TO WS-LOCK-DATE
                PERFORM week-lock-check
                IF WS-LOCKED EQUAL 'Y' THEN
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: meal '" DELIMITED BY SIZE,
                        Mealnamet DELIMITED BY SIZE, "' on "
                        DELIMITED BY SIZE, Mealdayfort DELIMITED BY
                        SIZE, " is in a closed week - not prepped"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM runlog-write
                ELSE
                    PERFORM meal-recipe-lookup
                    IF WS-FOUND-REC EQUAL 'Y' THEN
                        PERFORM prep-add-meal
                    ELSE
                        MOVE SPACES TO WS-LOG-TEXT
                        STRING "Warning: meal '" DELIMITED BY SIZE,
                            Mealnamet DELIMITED BY SIZE,
                            "' does not match any recipe version -"
                            DELIMITED BY SIZE,
                            " left off the production sheet"
                            DELIMITED BY SIZE INTO WS-LOG-TEXT
                        PERFORM runlog-write
                    END-IF
                END-IF
            END-IF.

           prep-add-meal.
            IF PM-TOTAL >= 200 THEN
                IF WS-PREP-FULL NOT EQUAL 'Y' THEN
                    MOVE 'Y' TO WS-PREP-FULL
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: prep covers at most 200 meals -"
                        DELIMITED BY SIZE, " later meals were left off"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM runlog-write
                END-IF
            ELSE
                PERFORM prep-find-recipe
                IF PP-AT > 0 THEN
                    PERFORM prep-add-serving
                END-IF
            END-IF.

           prep-find-recipe.
            MOVE 0 TO PP-AT
            PERFORM VARYING PP-IDX FROM 1 BY 1
                    UNTIL PP-IDX > PP-TOTAL OR PP-AT > 0
                IF PP-NAME(PP-IDX) EQUAL Mealnamet THEN
                    MOVE PP-IDX TO PP-AT
                END-IF
            END-PERFORM

            IF PP-AT = 0 THEN
                IF PP-TOTAL >= 50 THEN
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: prep covers at most 50 recipes -"
                        DELIMITED BY SIZE, " '" DELIMITED BY SIZE,
                        Mealnamet DELIMITED BY SIZE,
                        "' left off" DELIMITED BY SIZE
                        INTO WS-LOG-TEXT
                    PERFORM runlog-write
                ELSE
                    ADD 1 TO PP-TOTAL
                    MOVE PP-TOTAL TO PP-AT
                    MOVE Mealnamet TO PP-NAME(PP-AT)
                    MOVE 0 TO PP-SERV(PP-AT)
                    MOVE RecTemp TO PP-RECIPE(PP-AT)
                END-IF
            END-IF.

           prep-add-serving.
            IF PP-SERV(PP-AT) >= 99 THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: more than 99 servings of '"
                    DELIMITED BY SIZE, Mealnamet DELIMITED BY SIZE,
                    "' - extra meals left off" DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM runlog-write
            ELSE
                ADD 1 TO PP-SERV(PP-AT)
                ADD 1 TO WS-PREP-SERV
                ADD 1 TO PM-TOTAL
                MOVE PP-AT TO PM-RECIPE(PM-TOTAL)
                MOVE Mealdayfort TO PM-DATE(PM-TOTAL)
                MOVE MealTimet TO PM-SLOT(PM-TOTAL)
                MOVE Mealnamet TO PM-MEAL(PM-TOTAL)
                MOVE Mealeatent TO PM-EATER(PM-TOTAL)
                MOVE 'N' TO PM-MARKED(PM-TOTAL)
            END-IF.

           prep-rpt-write.
            OPEN OUTPUT PrepRptFile

            MOVE SPACES TO RptLine
            MOVE "MEAL PREP PRODUCTION SHEET" TO RptLine(1:26)
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "COOK DATE: " DELIMITED BY SIZE, WS-PREP-COOK
                DELIMITED BY SIZE, "   USE BY: " DELIMITED BY SIZE,
                WS-PREP-USEBY DELIMITED BY SIZE,
                "   MEALS FROM: " DELIMITED BY SIZE, WS-RANGE-START
                DELIMITED BY SIZE, "   DAYS: " DELIMITED BY SIZE,
                WS-RANGE-DAYS DELIMITED BY SIZE INTO RptLine
            IF WS-PREP-SOURCE EQUAL "B" THEN
                MOVE "SOURCE: PROPOSALS" TO RptLine(90:17)
            ELSE
                MOVE "SOURCE: MEAL LOG" TO RptLine(90:16)
            END-IF
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            PERFORM VARYING PP-IDX FROM 1 BY 1 UNTIL PP-IDX > PP-TOTAL
                PERFORM prep-rpt-recipe
            END-PERFORM

            MOVE SPACES TO RptLine
            MOVE PP-TOTAL TO RptLine(1:2)
            MOVE "RECIPE(S)" TO RptLine(4:9)
            MOVE WS-PREP-SERV TO WS-PREP-SERV-DISP
            MOVE WS-PREP-SERV-DISP TO RptLine(15:3)
            MOVE "SERVING(S) TO COOK" TO RptLine(19:18)
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            CLOSE PrepRptFile.

           prep-rpt-recipe.
            MOVE PP-RECIPE(PP-IDX) TO RecTemp

            MOVE SPACES TO RptLine
            MOVE recnumt TO RptLine(1:3)
            MOVE PP-NAME(PP-IDX) TO RptLine(6:20)
            MOVE "SERVINGS TO COOK" TO RptLine(28:16)
            MOVE PP-SERV(PP-IDX) TO RptLine(45:2)
            MOVE "BASE SERVINGS" TO RptLine(50:13)
            MOVE servingst TO RptLine(64:2)
            IF servingst > 0 THEN
                COMPUTE WS-SCALE-FACTOR ROUNDED =
                        PP-SERV(PP-IDX) / servingst
                MOVE "SCALE" TO RptLine(69:5)
                MOVE WS-SCALE-FACTOR TO WS-PREP-SCALE-DISP
                MOVE WS-PREP-SCALE-DISP TO RptLine(75:5)
            END-IF
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            IF servingst = 0 THEN
                MOVE SPACES TO RptLine
                MOVE "RECIPE HAS NO BASE SERVINGS - CANNOT SCALE" TO
                RptLine(6:42)
                WRITE PrepRptLine FROM RptLine
                END-WRITE
            ELSE
                MOVE ingredst TO WS-PARSE
                PERFORM UNTIL WS-PARSE EQUAL SPACES
                    UNSTRING WS-PARSE DELIMITED BY "," INTO WS-WORD
                    MOVE 0 TO WS-COUNT
                    INSPECT WS-WORD REPLACING ALL LOW-VALUE BY SPACE
                    INSPECT FUNCTION REVERSE(WS-WORD)
                    TALLYING WS-COUNT FOR LEADING SPACE
                    COMPUTE WS-LEN = LENGTH OF WS-WORD - WS-COUNT
                    ADD 2 TO WS-LEN
                    PERFORM parse-ing-token
                    MOVE SPACES TO RptLine
                    COMPUTE WS-SCALED-QTY ROUNDED =
                            WS-TOK-QTY * WS-SCALE-FACTOR
                        ON SIZE ERROR
                        MOVE "***.**" TO RptLine(6:6)
                        NOT ON SIZE ERROR
                        MOVE WS-SCALED-QTY TO WS-PREP-QTY-DISP
                        MOVE WS-PREP-QTY-DISP TO RptLine(6:6)
                    END-COMPUTE
                    MOVE WS-TOK-UNIT TO RptLine(13:4)
                    MOVE WS-TOK-NAME TO RptLine(18:15)
                    WRITE PrepRptLine FROM RptLine
                    END-WRITE
                    MOVE WS-PARSE(WS-LEN:LENGTH OF WS-PARSE -
                        WS-LEN) TO WS-REST
                    MOVE WS-REST TO WS-PARSE
                END-PERFORM
            END-IF

            MOVE SPACES TO RptLine
            MOVE "MEALS COVERED:" TO RptLine(6:14)
            WRITE PrepRptLine FROM RptLine
            END-WRITE

            PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-TOTAL
                IF PM-RECIPE(PM-IDX) EQUAL PP-IDX THEN
                    MOVE SPACES TO RptLine
                    MOVE PM-DATE(PM-IDX) TO RptLine(8:8)
                    MOVE PM-SLOT(PM-IDX) TO RptLine(18:9)
                    IF PM-EATER(PM-IDX) EQUAL SPACES THEN
                        MOVE "Both" TO RptLine(29:4)
                    ELSE
                        MOVE PM-EATER(PM-IDX) TO RptLine(29:10)
                    END-IF
                    WRITE PrepRptLine FROM RptLine
                    END-WRITE
                END-IF
            END-PERFORM

            MOVE SPACES TO RptLine
            WRITE PrepRptLine FROM RptLine
            END-WRITE.

           prep-label-write.
            OPEN OUTPUT PrepLabelFile
            PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-TOTAL
                MOVE PP-RECIPE(PM-RECIPE(PM-IDX)) TO RecTemp
                MOVE PM-MEAL(PM-IDX) TO lblnamet
                MOVE WS-PREP-COOK TO lblcookt
                MOVE WS-PREP-USEBY TO lblusebyt
                IF PM-EATER(PM-IDX) EQUAL SPACES THEN
                    MOVE "Both" TO lblmembert
                ELSE
                    MOVE PM-EATER(PM-IDX) TO lblmembert
                END-IF
                MOVE PM-DATE(PM-IDX) TO lblfort
                MOVE PM-SLOT(PM-IDX) TO lblslott
                MOVE netcarbst TO lblcarbst
                MOVE fatt TO lblfatt
                MOVE proteint TO lblprott
                MOVE caloriest TO lblcalst
                WRITE PrepLabelInf FROM PrepLabelTemp
                END-WRITE
            END-PERFORM
            CLOSE PrepLabelFile.

           prep-post.
            PERFORM load-pantrytable
            IF PT-OVERFLOW EQUAL 'Y' THEN
                MOVE "Prep posting skipped - no servings were posted"
                TO WS-LOG-TEXT
                PERFORM runlog-write
                MOVE 8 TO WS-STEP-RC
            ELSE
                PERFORM VARYING PP-IDX FROM 1 BY 1
                        UNTIL PP-IDX > PP-TOTAL
                    PERFORM prep-post-recipe
                END-PERFORM

                PERFORM save-pantrytable

                PERFORM prep-mark-meals

                MOVE "PREP-POST" TO auditactiont
                MOVE SPACES TO auditkeyt
                STRING WS-PREP-COOK DELIMITED BY SIZE, " "
                    DELIMITED BY SIZE, WS-PREP-SOURCE
                    DELIMITED BY SIZE INTO auditkeyt
                PERFORM write-audit

                MOVE SPACES TO WS-LOG-TEXT
                STRING "Posted " DELIMITED BY SIZE, WS-PREP-SERV
                    DELIMITED BY SIZE, " prepped serving(s) to "
                    DELIMITED BY SIZE, "leftovers - " DELIMITED BY
                    SIZE, WS-PREP-MARKED DELIMITED BY SIZE,
                    " meal(s) marked as prepped" DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF.

           prep-post-recipe.
            MOVE PP-RECIPE(PP-IDX) TO RecTemp
            MOVE PP-NAME(PP-IDX) TO WS-LEFT-NAME
            MOVE WS-PREP-COOK TO WS-LEFT-DATE
            MOVE PP-SERV(PP-IDX) TO WS-LEFT-QTY
            PERFORM leftover-create

            IF servingst > 0 THEN
                COMPUTE WS-SCALE-FACTOR ROUNDED =
                        PP-SERV(PP-IDX) / servingst
                MOVE ingredst TO WS-PARSE
                PERFORM UNTIL WS-PARSE EQUAL SPACES
                    UNSTRING WS-PARSE DELIMITED BY "," INTO WS-WORD
                    MOVE 0 TO WS-COUNT
                    INSPECT WS-WORD REPLACING ALL LOW-VALUE BY SPACE
                    INSPECT FUNCTION REVERSE(WS-WORD)
                    TALLYING WS-COUNT FOR LEADING SPACE
                    COMPUTE WS-LEN = LENGTH OF WS-WORD - WS-COUNT
                    ADD 2 TO WS-LEN
                    PERFORM parse-ing-token
                    MOVE WS-TOK-NAME TO indivingredt
                    COMPUTE WS-CONV-QTY ROUNDED =
                            WS-TOK-QTY * WS-SCALE-FACTOR
                        ON SIZE ERROR
                        MOVE 999.99 TO WS-CONV-QTY
                    END-COMPUTE
                    PERFORM pantry-deduct-qty
                    MOVE WS-PARSE(WS-LEN:LENGTH OF WS-PARSE -
                        WS-LEN) TO WS-REST
                    MOVE WS-REST TO WS-PARSE
                END-PERFORM
            END-IF.

           prep-mark-meals.
            IF WS-PREP-SOURCE EQUAL "B" THEN
                OPEN OUTPUT MealNewFile
                OPEN INPUT MealBatchFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MealBatchFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                        PERFORM prep-mark-one
                        WRITE MealNewInf FROM MealTemp
                        END-WRITE
                    END-READ
                END-PERFORM
                CLOSE MealBatchFile
                CLOSE MealNewFile

                MOVE 'Z' TO WS-EOF

                OPEN INPUT MealNewFile
                OPEN OUTPUT MealBatchFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MealNewFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                        WRITE MealBatchInf FROM MealTemp
                        END-WRITE
                    END-READ
                END-PERFORM
                CLOSE MealNewFile
                CLOSE MealBatchFile

                MOVE 'Z' TO WS-EOF
            ELSE
                PERFORM backup-meal

                OPEN OUTPUT MealNewFile
                OPEN INPUT MealFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MealFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                        PERFORM prep-mark-one
                        WRITE MealNewInf FROM MealTemp
                        END-WRITE
                    END-READ
                END-PERFORM
                CLOSE MealFile
                CLOSE MealNewFile

                MOVE 'Z' TO WS-EOF

                MOVE "INPROGRESS" TO cyclestatet
                MOVE "MEAL" TO cyclemastert
                PERFORM mark-cycle

                OPEN INPUT MealNewFile
                OPEN OUTPUT MealFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MealNewFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                        WRITE MealInf FROM MealTemp
                        END-WRITE
                    END-READ
                END-PERFORM
                CLOSE MealNewFile
                CLOSE MealFile

                MOVE "COMPLETE" TO cyclestatet
                PERFORM mark-cycle

                MOVE 'Z' TO WS-EOF
            END-IF.

           prep-mark-one.
            IF Mealleftt NOT EQUAL 'L' AND Mealleftt NOT EQUAL 'C' AND
                    Mealpostedt NOT EQUAL 'P' THEN
                MOVE 'N' TO PM-FOUND
                PERFORM VARYING PM-IDX FROM 1 BY 1
                        UNTIL PM-IDX > PM-TOTAL OR PM-FOUND = 'Y'
                    IF PM-MARKED(PM-IDX) EQUAL 'N' AND
                            PM-DATE(PM-IDX) EQUAL Mealdayfort AND
                            PM-SLOT(PM-IDX) EQUAL MealTimet AND
                            PM-MEAL(PM-IDX) EQUAL Mealnamet AND
                            PM-EATER(PM-IDX) EQUAL Mealeatent THEN
                        MOVE 'Y' TO PM-FOUND
                        MOVE 'Y' TO PM-MARKED(PM-IDX)
                        MOVE 'C' TO Mealleftt
                        ADD 1 TO WS-PREP-MARKED
                    END-IF
                END-PERFORM
            END-IF.

           archivemeal.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"

            MOVE 90 TO WS-ARC-DAYS
            PERFORM archive-run

            PERFORM viewmeal.

           archive-run.
                   READ LeftFile INTO LeftTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END DISPLAY leftqtyt, " serving(s) ",
                       leftnamet, " cooked ", leftdatet, " use by ",
                       leftusebyt
                   END-READ
               END-PERFORM
            CLOSE LeftFile
            END-IF.

           left-recipe-servings.
            PERFORM meal-recipe-lookup.

           left-available.
            MOVE 'N' TO WS-LEFT-FOUND
            CLOSE LeftFile

            IF WS-LEFT-FOUND NOT EQUAL 'Y' THEN
                PERFORM load-left-shelf
                MOVE WS-LEFT-NAME TO leftnamet
                MOVE WS-LEFT-DATE TO leftdatet
                MOVE WS-LEFT-QTY TO leftqtyt
                COMPUTE WS-EXP-INT =
                        FUNCTION INTEGER-OF-DATE(WS-LEFT-DATE) +
                        WS-LEFT-SHELF
                MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-INT) TO
                leftusebyt
                WRITE LeftNewInf FROM LeftTemp
                END-WRITE
            END-IF

            PERFORM left-copyback.

           load-left-shelf.
            MOVE 0 TO WS-LEFT-SHELF
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT GoalsFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ GoalsFile
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF goalmember EQUAL SPACES THEN
                        IF goalleftdays IS NUMERIC THEN
                            MOVE goalleftdays TO WS-LEFT-SHELF
                        END-IF
                        MOVE 'Y' TO WS-EOF3
                    END-IF
                END-READ
            END-PERFORM
            CLOSE GoalsFile

            MOVE 'Z' TO WS-EOF3

            IF WS-LEFT-SHELF = 0 THEN
                MOVE 4 TO WS-LEFT-SHELF
            END-IF.

           left-expiry.
            IF leftusebyt IS NUMERIC AND leftusebyt > 0 THEN
                MOVE leftusebyt TO WS-EXP-DATE
                MOVE FUNCTION INTEGER-OF-DATE(leftusebyt) TO
                WS-EXP-INT
            ELSE
                COMPUTE WS-EXP-INT =
                        FUNCTION INTEGER-OF-DATE(leftdatet) +
                        WS-LEFT-SHELF
                MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-INT) TO
                WS-EXP-DATE
            END-IF
            COMPUTE WS-EXP-DAYS = WS-EXP-INT - WS-DATE.

           leftover-consume.
            MOVE 'N' TO WS-LEFT-FOUND
            MOVE 99999999 TO WS-LEFT-PICKDATE
            WS-PLAN-START-INT
            DISPLAY "Please Enter Daily Net Carb Target (g): "
            ACCEPT WS-PLAN-TARGET
            DISPLAY "Plan For Member (blank for Both): "
            ACCEPT WS-PLAN-MEMBER
            IF WS-PLAN-MEMBER EQUAL SPACES THEN
                MOVE "Both" TO WS-PLAN-MEMBER
            END-IF

            MOVE 0 TO RT-TOTAL

            PERFORM load-excltable
            MOVE WS-PLAN-MEMBER TO WS-EXCL-EATER

            OPEN INPUT RecipeFile
            PERFORM UNTIL WS-EOF = 'Y'
                READ RecipeFile NEXT RECORD INTO RecTemp
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    PERFORM excl-check-recipe
                    IF WS-EXCL-HIT EQUAL 'Y' THEN
                        DISPLAY "Skipped ", recnamet, " - contains ",
                        WS-EXCL-ITEM, " excluded for ", WS-EXCL-WHO
                    ELSE
                        IF RT-TOTAL < 200 THEN
                            ADD 1 TO RT-TOTAL
                            MOVE recnumt TO RT-NUM(RT-TOTAL)
                            MOVE recnamet TO RT-NAME(RT-TOTAL)
                            MOVE netcarbst TO RT-CARBS(RT-TOTAL)
                        ELSE
                            DISPLAY "Warning: planner table is full -",
                            " recipe ", recnumt, " was left out."
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
                        MOVE RT-NAME(WS-PICKED) TO Mealnameb
                        MOVE WS-PICK-LEFT TO Mealleftb
                        MOVE SPACE TO Mealpostedb
                        MOVE WS-PLAN-MEMBER TO Mealeatenb
                        MOVE RT-NUM(WS-PICKED) TO Mealrecnumb
                        MOVE 0 TO Mealrecverb
                        MOVE SPACE TO Mealtypeb
                        MOVE 0 TO Mealocarbsb, Mealofatb, Mealoprotb,
                            Mealocalsb, Mealocostb
                        WRITE MealBatchInf
                        END-WRITE
                        ADD RT-CARBS(WS-PICKED) TO WS-DAY-CARBS
            ACCEPT goalcalmaxt
            DISPLAY "Please Enter Weekly Grocery Budget (dollars): "
            ACCEPT goalbudgett
            MOVE 0 TO goalleftdayst
            IF goalmembert EQUAL SPACES THEN
                DISPLAY "Please Enter Leftover Shelf Life (days): "
                ACCEPT goalleftdayst
            END-IF

            PERFORM goals-rewrite

           gather-macros.
            MOVE 0 TO MT-TOTAL

            OPEN INPUT MealFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MealFile INTO MealTemp
                               Mealeatent EQUAL WS-MEMBER OR
                               Mealeatent EQUAL "Both" OR
                               Mealeatent EQUAL SPACES) THEN
                           PERFORM meal-recipe-lookup
                           IF WS-FOUND-REC EQUAL 'Y' THEN
                               PERFORM accum-macro
                           ELSE
                               MOVE SPACES TO WS-LOG-TEXT
                               STRING "Warning: meal '" DELIMITED BY
                                   SIZE, Mealnamet DELIMITED BY SIZE,
                                   "' does not match any recipe"
                                   DELIMITED BY SIZE,
                                   " version - left out of the"
                                   DELIMITED BY SIZE,
                                   " macro report."
                                   DELIMITED BY SIZE INTO WS-LOG-TEXT
                               PERFORM runlog-write
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
            CLOSE MealFile

            MOVE 'Z' TO WS-EOF.

               PERFORM UNTIL WS-EOF = 'Y'
                   READ MemberFile INTO MemberTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                   DISPLAY membernamet
                   PERFORM VARYING MX-IDX FROM 1 BY 1 UNTIL MX-IDX > 10
                       IF memberxnamet(MX-IDX) NOT EQUAL SPACES THEN
                           DISPLAY "    excludes ",
                           memberxtypet(MX-IDX), " ",
                           memberxnamet(MX-IDX)
                       END-IF
                   END-PERFORM
                   END-READ
               END-PERFORM
            CLOSE MemberFile

            MOVE 'Z' TO WS-EOF

            DISPLAY "Add Member(1)| Exclusions(3)| Conflict Report(4)|",
            " Return to start(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1" PERFORM addmember
               WHEN "3" PERFORM member-excl-maint
               WHEN "4" PERFORM conflictrpt
               WHEN "2" PERFORM begin
               WHEN OTHER DISPLAY "Invalid Try Again",
                   PERFORM memberlist.
            STOP RUN.

           addmember.
            MOVE SPACES TO MemberTemp
            DISPLAY "Member Name: "
            ACCEPT membernamet


            PERFORM memberlist.

           member-excl-maint.
            DISPLAY "Member Name: "
            ACCEPT WS-EXCL-WHO

            MOVE 'N' TO WS-EXCL-FOUND
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT MemberFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ MemberFile INTO MemberTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF membernamet EQUAL WS-EXCL-WHO THEN
                        MOVE 'Y' TO WS-EXCL-FOUND
                        MOVE 'Y' TO WS-EOF3
                    END-IF
                END-READ
            END-PERFORM
            CLOSE MemberFile

            MOVE 'Z' TO WS-EOF3

            IF WS-EXCL-FOUND NOT EQUAL 'Y' THEN
                DISPLAY "Member not on file."
                PERFORM memberlist
            END-IF

            DISPLAY "Exclusions for ", membernamet, ":"
            PERFORM VARYING MX-IDX FROM 1 BY 1 UNTIL MX-IDX > 10
                IF memberxnamet(MX-IDX) NOT EQUAL SPACES THEN
                    DISPLAY memberxtypet(MX-IDX), " ",
                    memberxnamet(MX-IDX)
                END-IF
            END-PERFORM

            DISPLAY "Add Exclusion(1)| Remove Exclusion(2)| Cancel(3)"
            ACCEPT WS-EXCL-ACTION

            EVALUATE WS-EXCL-ACTION
               WHEN "1" PERFORM member-excl-add
               WHEN "2" PERFORM member-excl-del
               WHEN OTHER CONTINUE
            END-EVALUATE

            PERFORM memberlist.

           member-excl-add.
            MOVE SPACE TO WS-EXCL-KIND
            PERFORM UNTIL WS-EXCL-KIND EQUAL "I" OR
                    WS-EXCL-KIND EQUAL "C"
                DISPLAY "Ingredient(I) or Category(C): "
                ACCEPT WS-EXCL-KIND
                INSPECT WS-EXCL-KIND CONVERTING "ic" TO "IC"
            END-PERFORM
            MOVE 'N' TO WS-MAST-FOUND
            PERFORM UNTIL WS-MAST-FOUND EQUAL 'Y'
                PERFORM member-excl-name
            END-PERFORM

            MOVE 0 TO MX-IDX
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > 10 OR MX-IDX > 0
                IF memberxnamet(XT-IDX) EQUAL SPACES THEN
                    MOVE XT-IDX TO MX-IDX
                END-IF
            END-PERFORM

            IF MX-IDX = 0 THEN
                DISPLAY "Exclusion list is full - remove one first."
            ELSE
                MOVE WS-EXCL-KIND TO memberxtypet(MX-IDX)
                MOVE WS-EXCL-RULE TO memberxnamet(MX-IDX)
                PERFORM member-rewrite
                MOVE "EXCL-ADD" TO auditactiont
                MOVE SPACES TO auditkeyt
                STRING WS-EXCL-WHO DELIMITED BY SIZE, WS-EXCL-RULE
                    DELIMITED BY SIZE INTO auditkeyt
                PERFORM write-audit
                DISPLAY "Exclusion added."
            END-IF.

           member-excl-name.
            DISPLAY "Ingredient or Category Name: "
            ACCEPT WS-EXCL-RULE
            MOVE 'N' TO WS-MAST-FOUND

            IF WS-EXCL-RULE EQUAL SPACES THEN
                DISPLAY "A name is required."
            ELSE
                IF WS-EXCL-KIND EQUAL "I" THEN
                    MOVE WS-EXCL-RULE TO WS-MAST-NAME
                    PERFORM find-ingmaster
                    IF WS-MAST-FOUND EQUAL 'Y' THEN
                        MOVE masteringredt TO WS-EXCL-RULE
                    ELSE
                        DISPLAY "Ingredient ", WS-EXCL-RULE,
                        " is not on the ingredient master."
                    END-IF
                ELSE
                    PERFORM excl-find-category
                    IF WS-MAST-FOUND EQUAL 'Y' THEN
                        MOVE mastercatt TO WS-EXCL-RULE
                    ELSE
                        DISPLAY "Category ", WS-EXCL-RULE,
                        " is not used on the ingredient master."
                    END-IF
                END-IF
            END-IF.

           excl-find-category.
            MOVE 'N' TO WS-MAST-FOUND
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT IngMastFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ IngMastFile INTO IngMastTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF mastercatt EQUAL WS-EXCL-RULE THEN
                        MOVE 'Y' TO WS-MAST-FOUND
                        MOVE 'Y' TO WS-EOF3
                    END-IF
                END-READ
            END-PERFORM
            CLOSE IngMastFile

            MOVE 'Z' TO WS-EOF3.

           member-excl-del.
            DISPLAY "Ingredient or Category Name to Remove: "
            ACCEPT WS-EXCL-RULE

            MOVE 0 TO MX-IDX
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > 10 OR MX-IDX > 0
                IF memberxnamet(XT-IDX) EQUAL WS-EXCL-RULE THEN
                    MOVE XT-IDX TO MX-IDX
                END-IF
            END-PERFORM

            IF MX-IDX = 0 THEN
                DISPLAY "That exclusion is not on file."
            ELSE
                MOVE SPACES TO memberexclt(MX-IDX)
                PERFORM member-rewrite
                MOVE "EXCL-DEL" TO auditactiont
                MOVE SPACES TO auditkeyt
                STRING WS-EXCL-WHO DELIMITED BY SIZE, WS-EXCL-RULE
                    DELIMITED BY SIZE INTO auditkeyt
                PERFORM write-audit
                DISPLAY "Exclusion removed."
            END-IF.

           member-rewrite.
            MOVE MemberTemp TO MemberHold
            MOVE 'Z' TO WS-EOF3

            OPEN OUTPUT MemberNewFile
            OPEN INPUT MemberFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ MemberFile INTO MemberTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF membernamet EQUAL MemberHold(1:10) THEN
                        MOVE MemberHold TO MemberTemp
                    END-IF
                    WRITE MemberNewInf FROM MemberTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE MemberFile
            CLOSE MemberNewFile

            MOVE 'Z' TO WS-EOF3

            OPEN INPUT MemberNewFile
            OPEN OUTPUT MemberFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ MemberNewFile INTO MemberTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    WRITE MemberInf FROM MemberTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE MemberNewFile
            CLOSE MemberFile

            MOVE 'Z' TO WS-EOF3.

           load-excltable.
            MOVE 0 TO XT-TOTAL
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT MemberFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ MemberFile INTO MemberTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    PERFORM VARYING MX-IDX FROM 1 BY 1
                            UNTIL MX-IDX > 10
                        IF memberxnamet(MX-IDX) NOT EQUAL SPACES THEN
                            IF XT-TOTAL < 100 THEN
                                ADD 1 TO XT-TOTAL
                                MOVE membernamet TO XT-MEMBER(XT-TOTAL)
                                MOVE memberxtypet(MX-IDX) TO
                                XT-TYPE(XT-TOTAL)
                                MOVE memberxnamet(MX-IDX) TO
                                XT-NAME(XT-TOTAL)
                            ELSE
                                DISPLAY "Warning: exclusion table is",
                                " full - ", membernamet, " ",
                                memberxnamet(MX-IDX), " not checked."
                            END-IF
                        END-IF
                    END-PERFORM
                END-READ
            END-PERFORM
            CLOSE MemberFile

            MOVE 'Z' TO WS-EOF3.

           excl-meal-check.
            MOVE 'N' TO WS-EXCL-HIT
            IF XT-TOTAL > 0 THEN
                PERFORM left-recipe-servings
                IF WS-FOUND-REC EQUAL 'Y' THEN
                    MOVE Mealeatent TO WS-EXCL-EATER
                    PERFORM excl-check-recipe
                END-IF
            END-IF.

           excl-check-recipe.
            MOVE 'N' TO WS-EXCL-HIT
            MOVE SPACES TO WS-EXCL-WHO
            MOVE SPACES TO WS-EXCL-ITEM
            MOVE SPACES TO WS-EXCL-RULE

            IF XT-TOTAL > 0 THEN
                MOVE ingredst TO WS-PARSE
                PERFORM UNTIL WS-PARSE EQUAL SPACES OR
                        WS-EXCL-HIT EQUAL 'Y'
                    UNSTRING WS-PARSE DELIMITED BY "," INTO WS-WORD
                    MOVE 0 TO WS-COUNT
                    INSPECT WS-WORD REPLACING ALL LOW-VALUE BY SPACE
                    INSPECT FUNCTION REVERSE(WS-WORD)
                    TALLYING WS-COUNT FOR LEADING SPACE
                    COMPUTE WS-LEN = LENGTH OF WS-WORD - WS-COUNT
                    ADD 2 TO WS-LEN
                    PERFORM parse-ing-token
                    PERFORM excl-check-token
                    MOVE WS-PARSE(WS-LEN:LENGTH OF WS-PARSE -
                        WS-LEN) TO WS-REST
                    MOVE WS-REST TO WS-PARSE
                END-PERFORM
            END-IF.

           excl-check-token.
            MOVE 'N' TO WS-EXCL-CATDONE
            PERFORM VARYING XT-IDX FROM 1 BY 1
                    UNTIL XT-IDX > XT-TOTAL OR WS-EXCL-HIT = 'Y'
                IF WS-EXCL-EATER EQUAL "Both" OR
                        WS-EXCL-EATER EQUAL SPACES OR
                        XT-MEMBER(XT-IDX) EQUAL WS-EXCL-EATER THEN
                    IF XT-TYPE(XT-IDX) EQUAL "C" THEN
                        IF WS-EXCL-CATDONE NOT EQUAL 'Y' THEN
                            MOVE WS-TOK-NAME TO WS-MAST-NAME
                            PERFORM find-ingmaster
                            MOVE 'Y' TO WS-EXCL-CATDONE
                        END-IF
                        IF WS-MAST-FOUND EQUAL 'Y' AND
                                mastercatt EQUAL XT-NAME(XT-IDX) THEN
                            PERFORM excl-hit
                        END-IF
                    ELSE
                        IF WS-TOK-NAME EQUAL XT-NAME(XT-IDX) THEN
                            PERFORM excl-hit
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

           excl-hit.
            MOVE 'Y' TO WS-EXCL-HIT
            MOVE XT-MEMBER(XT-IDX) TO WS-EXCL-WHO
            MOVE WS-TOK-NAME TO WS-EXCL-ITEM
            MOVE XT-NAME(XT-IDX) TO WS-EXCL-RULE.

           conflictrpt.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"

            PERFORM conflict-run

            PERFORM memberlist.

           conflict-run.
            DISPLAY "Checking meals against member exclusions..."

            MOVE 0 TO WS-EXCL-COUNT
            PERFORM load-excltable

            OPEN OUTPUT ConflictRptFile

            MOVE SPACES TO RptLine
            MOVE "MEMBER EXCLUSION CONFLICT REPORT" TO RptLine(1:32)
            WRITE ConflictRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE ConflictRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE ConflictRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "SOURCE" TO RptLine(1:6)
            MOVE "DATE" TO RptLine(11:4)
            MOVE "SLOT" TO RptLine(21:4)
            MOVE "RECIPE" TO RptLine(32:6)
            MOVE "EATEN BY" TO RptLine(54:8)
            MOVE "MEMBER" TO RptLine(66:6)
            MOVE "INGREDIENT" TO RptLine(78:10)
            MOVE "EXCLUDED" TO RptLine(95:8)
            WRITE ConflictRptLine FROM RptLine
            END-WRITE

            IF XT-TOTAL > 0 THEN
                MOVE 'Z' TO WS-EOF2
                OPEN INPUT MealFile
                PERFORM UNTIL WS-EOF2 = 'Y'
                    READ MealFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF2
                        NOT AT END
                        MOVE "MEAL LOG" TO WS-EXCL-SOURCE
                        PERFORM conflict-meal
                    END-READ
                END-PERFORM
                CLOSE MealFile

                MOVE 'Z' TO WS-EOF2

                OPEN INPUT MealBatchFile
                PERFORM UNTIL WS-EOF2 = 'Y'
                    READ MealBatchFile INTO MealTemp
                        AT END MOVE 'Y' TO WS-EOF2
                        NOT AT END
                        MOVE "PROPOSAL" TO WS-EXCL-SOURCE
                        PERFORM conflict-meal
                    END-READ
                END-PERFORM
                CLOSE MealBatchFile

                MOVE 'Z' TO WS-EOF2
            END-IF

            MOVE SPACES TO RptLine
            WRITE ConflictRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE WS-EXCL-COUNT TO RptLine(1:4)
            MOVE "MEAL(S) CONFLICT WITH A MEMBER EXCLUSION" TO
            RptLine(6:40)
            WRITE ConflictRptLine FROM RptLine
            END-WRITE

            CLOSE ConflictRptFile

            MOVE SPACES TO WS-LOG-TEXT
            IF WS-EXCL-COUNT > 0 THEN
                STRING "Warning: " DELIMITED BY SIZE,
                    WS-EXCL-COUNT DELIMITED BY SIZE,
                    " meal(s) conflict with a member exclusion -"
                    DELIMITED BY SIZE, " see Conflict.RPT"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
            ELSE
                STRING "Conflict report written to Conflict.RPT - "
                    DELIMITED BY SIZE, "no conflicts"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
            END-IF
            PERFORM runlog-write.

           conflict-meal.
            MOVE 'N' TO WS-EXCL-HIT
            PERFORM meal-recipe-lookup
            IF WS-FOUND-REC EQUAL 'Y' THEN
                MOVE Mealeatent TO WS-EXCL-EATER
                PERFORM excl-check-recipe
            END-IF
            IF WS-EXCL-HIT EQUAL 'Y' THEN
                ADD 1 TO WS-EXCL-COUNT
                MOVE SPACES TO RptLine
                MOVE WS-EXCL-SOURCE TO RptLine(1:8)
                MOVE Mealdayfort TO RptLine(11:8)
                MOVE MealTimet TO RptLine(21:9)
                MOVE Mealnamet TO RptLine(32:20)
                MOVE Mealeatent TO RptLine(54:10)
                MOVE WS-EXCL-WHO TO RptLine(66:10)
                MOVE WS-EXCL-ITEM TO RptLine(78:15)
                MOVE WS-EXCL-RULE TO RptLine(95:15)
                WRITE ConflictRptLine FROM RptLine
                END-WRITE
            END-IF.

           weighin.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Weigh-In Log:"

            OPEN INPUT WeighFile
               PERFORM UNTIL WS-EOF = 'Y'

            MOVE 'Z' TO WS-EOF3.

           ketolog.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Ketone/Glucose Log:"

            OPEN INPUT ReadingFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ReadingFile INTO ReadingTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE readvaluet TO WS-RD-V-D
                       MOVE readfastt TO WS-RD-F-D
                       DISPLAY readdatet, " ", readtimet, " ",
                       readtypet, " ", WS-RD-V-D, "  fasted ",
                       WS-RD-F-D, " hrs  ", readmembert
                   END-READ
               END-PERFORM
            CLOSE ReadingFile

            MOVE 'Z' TO WS-EOF

            DISPLAY "Enter Reading(1)| Ketosis Report(2)|",
            " Import Readings(4)| Return to start(3)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1" PERFORM addreading
               WHEN "2" PERFORM ketosisrpt
               WHEN "4" PERFORM readimport
               WHEN "3" PERFORM begin
               WHEN OTHER DISPLAY "Invalid Try Again", PERFORM ketolog.
            STOP RUN.

           addreading.
            DISPLAY "Member Name: "
            ACCEPT readmembert
            DISPLAY "Please Enter Date (yyyymmdd): "
            ACCEPT readdatet
            DISPLAY "Please Enter Time (hhmm): "
            ACCEPT readtimet
            DISPLAY "Blood Ketone(K)| Breath Ketone(B)| Glucose(G): "
            ACCEPT readtypet
            PERFORM UNTIL READ-VALID-TYPE
               DISPLAY "Blood Ketone(K)| Breath Ketone(B)| Glucose(G): "
               ACCEPT readtypet
            END-PERFORM
            DISPLAY "Please Enter Reading (mmol/L, ppm or mg/dL): "
            ACCEPT readvaluet
            DISPLAY "Please Enter Hours Fasted (0 if not fasting): "
            ACCEPT readfastt

            OPEN EXTEND ReadingFile
            WRITE ReadingInf FROM ReadingTemp
            END-WRITE
            CLOSE ReadingFile

            PERFORM ketolog.

           readimport.
            DISPLAY "Member Name for imported readings: "
            ACCEPT WS-MEMBER

            PERFORM read-import-run

            PERFORM ketolog.

           read-import-run.
            DISPLAY "Importing readings from ReadImp.CSV..."

            MOVE 0 TO WS-IMP-GOOD
            MOVE 0 TO WS-IMP-BAD
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT ReadImpFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ ReadImpFile INTO WS-IMP-LINE
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF WS-IMP-LINE NOT EQUAL SPACES THEN
                        PERFORM read-import-row
                    END-IF
                END-READ
            END-PERFORM
            CLOSE ReadImpFile

            MOVE 'Z' TO WS-EOF2

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Reading import finished: " DELIMITED BY SIZE,
                WS-IMP-GOOD DELIMITED BY SIZE, " accepted, "
                DELIMITED BY SIZE, WS-IMP-BAD DELIMITED BY SIZE,
                " rejected" DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           read-import-row.
            MOVE SPACES TO WS-IMP-DATE
            MOVE SPACES TO WS-IMP-TIME
            MOVE SPACES TO WS-IMP-TYPE
            MOVE SPACES TO WS-IMP-VAL
            MOVE SPACES TO WS-IMP-FAST
            UNSTRING WS-IMP-LINE DELIMITED BY "," INTO WS-IMP-DATE,
                WS-IMP-TIME, WS-IMP-TYPE, WS-IMP-VAL, WS-IMP-FAST
            END-UNSTRING

            MOVE 'Y' TO WS-IMP-OK
            MOVE SPACES TO WS-IMP-REASON

            IF WS-IMP-DATE IS NOT NUMERIC THEN
                MOVE 'N' TO WS-IMP-OK
                MOVE "date is not numeric" TO WS-IMP-REASON
            ELSE
                MOVE WS-IMP-DATE TO WS-IMP-DATE-N
                MOVE WS-IMP-DATE(5:2) TO WS-IMP-MM
                MOVE WS-IMP-DATE(7:2) TO WS-IMP-DD
                IF WS-IMP-MM < 1 OR WS-IMP-MM > 12 OR
                        WS-IMP-DD < 1 OR WS-IMP-DD > 31 THEN
                    MOVE 'N' TO WS-IMP-OK
                    MOVE "date is not a real date" TO WS-IMP-REASON
                ELSE
                    MOVE FUNCTION INTEGER-OF-DATE(WS-IMP-DATE-N) TO
                    WS-RD-INT
                    IF WS-RD-INT = 0 THEN
                        MOVE 'N' TO WS-IMP-OK
                        MOVE "date is not a real date" TO
                        WS-IMP-REASON
                    END-IF
                END-IF
            END-IF

            IF WS-IMP-OK EQUAL 'Y' THEN
                IF WS-IMP-TIME IS NOT NUMERIC THEN
                    MOVE 'N' TO WS-IMP-OK
                    MOVE "time is not hhmm" TO WS-IMP-REASON
                ELSE
                    MOVE WS-IMP-TIME TO WS-IMP-TIME-N
                    MOVE WS-IMP-TIME(1:2) TO WS-IMP-HH
                    MOVE WS-IMP-TIME(3:2) TO WS-IMP-MI
                    IF WS-IMP-HH > 23 OR WS-IMP-MI > 59 THEN
                        MOVE 'N' TO WS-IMP-OK
                        MOVE "time is not a real time" TO
                        WS-IMP-REASON
                    END-IF
                END-IF
            END-IF

            IF WS-IMP-OK EQUAL 'Y' THEN
                MOVE WS-IMP-TYPE TO readtypet
                IF NOT READ-VALID-TYPE THEN
                    MOVE 'N' TO WS-IMP-OK
                    MOVE "type is not K, B or G" TO WS-IMP-REASON
                END-IF
            END-IF

            IF WS-IMP-OK EQUAL 'Y' THEN
                MOVE WS-IMP-VAL TO WS-IMP-WT
                PERFORM weigh-import-wtchk
                IF WS-IMP-WTOK NOT EQUAL 'Y' THEN
                    MOVE 'N' TO WS-IMP-OK
                    MOVE "reading is not a number" TO WS-IMP-REASON
                ELSE
                    MOVE FUNCTION NUMVAL(WS-IMP-VAL) TO WS-IMP-VAL-N
                    PERFORM read-import-range
                END-IF
            END-IF

            IF WS-IMP-OK EQUAL 'Y' THEN
                IF WS-IMP-FAST EQUAL SPACES THEN
                    MOVE 0 TO WS-IMP-FAST-N
                ELSE
                    MOVE WS-IMP-FAST TO WS-IMP-WT
                    PERFORM weigh-import-wtchk
                    IF WS-IMP-WTOK NOT EQUAL 'Y' THEN
                        MOVE 'N' TO WS-IMP-OK
                        MOVE "fasting hours is not a number" TO
                        WS-IMP-REASON
                    ELSE
                        MOVE FUNCTION NUMVAL(WS-IMP-FAST) TO
                        WS-IMP-FAST-N
                    END-IF
                END-IF
            END-IF

            IF WS-IMP-OK EQUAL 'Y' THEN
                PERFORM read-import-dupchk
                IF WS-IMP-DUP EQUAL 'Y' THEN
                    MOVE 'N' TO WS-IMP-OK
                    MOVE "reading already on file" TO WS-IMP-REASON
                END-IF
            END-IF

            IF WS-IMP-OK EQUAL 'Y' THEN
                MOVE WS-IMP-DATE-N TO readdatet
                MOVE WS-IMP-TIME-N TO readtimet
                MOVE WS-IMP-TYPE TO readtypet
                MOVE WS-IMP-VAL-N TO readvaluet
                MOVE WS-IMP-FAST-N TO readfastt
                MOVE WS-MEMBER TO readmembert
                OPEN EXTEND ReadingFile
                WRITE ReadingInf FROM ReadingTemp
                END-WRITE
                CLOSE ReadingFile
                ADD 1 TO WS-IMP-GOOD
            ELSE
                ADD 1 TO WS-IMP-BAD
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Rejected reading row '" DELIMITED BY SIZE,
                    FUNCTION TRIM(WS-IMP-LINE) DELIMITED BY SIZE,
                    "' - " DELIMITED BY SIZE, WS-IMP-REASON
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF.

           read-import-range.
            EVALUATE TRUE
               WHEN READ-BLOOD
                   IF WS-IMP-VAL-N > 10 THEN
                       MOVE 'N' TO WS-IMP-OK
                   END-IF
               WHEN READ-BREATH
                   IF WS-IMP-VAL-N > 100 THEN
                       MOVE 'N' TO WS-IMP-OK
                   END-IF
               WHEN READ-GLUCOSE
                   IF WS-IMP-VAL-N < 20 OR WS-IMP-VAL-N > 600 THEN
                       MOVE 'N' TO WS-IMP-OK
                   END-IF
            END-EVALUATE
            IF WS-IMP-OK NOT EQUAL 'Y' THEN
                MOVE "reading is not plausible" TO WS-IMP-REASON
            END-IF.

           read-import-dupchk.
            MOVE 'N' TO WS-IMP-DUP
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT ReadingFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ ReadingFile INTO ReadingTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF readdatet EQUAL WS-IMP-DATE-N AND
                            readtimet EQUAL WS-IMP-TIME-N AND
                            readtypet EQUAL WS-IMP-TYPE AND
                            readmembert EQUAL WS-MEMBER THEN
                        MOVE 'Y' TO WS-IMP-DUP
                        MOVE 'Y' TO WS-EOF3
                    END-IF
                END-READ
            END-PERFORM
            CLOSE ReadingFile

            MOVE 'Z' TO WS-EOF3.

           ketosisrpt.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Member Name (blank for everyone): "
            ACCEPT WS-MEMBER

            PERFORM ketosis-run

            PERFORM ketolog.

           ketosis-run.
            DISPLAY "Building ketosis confirmation report..."

            PERFORM load-goals
            IF WS-GOALS-SET NOT EQUAL 'Y' AND
                    WS-MEMBER NOT EQUAL SPACES THEN
                MOVE WS-MEMBER TO WS-RD-MEMBER
                MOVE SPACES TO WS-MEMBER
                PERFORM load-goals
                MOVE WS-RD-MEMBER TO WS-MEMBER
            END-IF

            PERFORM gather-macros

            MOVE 0 TO KD-TOTAL
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT ReadingFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ ReadingFile INTO ReadingTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF WS-MEMBER EQUAL SPACES OR
                            readmembert EQUAL WS-MEMBER THEN
                        MOVE FUNCTION INTEGER-OF-DATE(readdatet) TO
                        WS-RD-INT
                        IF WS-RD-INT >= WS-WEEK-START AND
                                WS-RD-INT <= WS-DATE THEN
                            PERFORM keto-accum-reading
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE ReadingFile

            MOVE 'Z' TO WS-EOF2

            OPEN OUTPUT KetoRptFile

            MOVE SPACES TO RptLine
            STRING "KETOSIS CONFIRMATION REPORT - MEMBER: "
                DELIMITED BY SIZE, WS-MEMBER DELIMITED BY SIZE
                INTO RptLine
            IF WS-MEMBER EQUAL SPACES THEN
                MOVE "EVERYONE" TO RptLine(39:8)
            END-IF
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            IF WS-GOALS-SET EQUAL 'Y' THEN
                MOVE "NET CARB CEILING:" TO RptLine(1:17)
                MOVE goalcarbmaxt TO WS-RD-C-D
                MOVE WS-RD-C-D TO RptLine(19:6)
            ELSE
                MOVE "NO CARB CEILING ON FILE - LOW KETONE FLAGS OFF"
                TO RptLine(1:46)
            END-IF
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "DATE" TO RptLine(1:4)
            MOVE "NET CARBS" TO RptLine(11:9)
            MOVE "KETONE AVG" TO RptLine(22:10)
            MOVE "KETONE MAX" TO RptLine(34:10)
            MOVE "BREATH" TO RptLine(46:6)
            MOVE "GLUCOSE" TO RptLine(54:7)
            MOVE "FAST HRS" TO RptLine(63:8)
            MOVE "STATUS" TO RptLine(73:6)
            MOVE "FLAG" TO RptLine(85:4)
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            MOVE 0 TO WS-RD-KETO-DAYS
            MOVE 0 TO WS-RD-LOW-DAYS
            MOVE 0 TO WS-RD-LOST-DAYS
            MOVE SPACE TO WS-RD-PREV

            PERFORM VARYING WS-RD-INT FROM WS-WEEK-START BY 1
                    UNTIL WS-RD-INT > WS-DATE
                PERFORM keto-rpt-day
            END-PERFORM

            MOVE SPACES TO RptLine
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "DAYS CONFIRMED IN KETOSIS: " DELIMITED BY SIZE,
                WS-RD-KETO-DAYS DELIMITED BY SIZE,
                "   LOW KETONES UNDER CEILING: " DELIMITED BY SIZE,
                WS-RD-LOW-DAYS DELIMITED BY SIZE,
                "   KETOSIS LOST: " DELIMITED BY SIZE,
                WS-RD-LOST-DAYS DELIMITED BY SIZE INTO RptLine
            WRITE KetoRptLine FROM RptLine
            END-WRITE
            DISPLAY RptLine(1:100)

            CLOSE KetoRptFile

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Ketosis report written to Ketosis.RPT - "
                DELIMITED BY SIZE, WS-RD-LOW-DAYS DELIMITED BY SIZE,
                " low ketone day(s), " DELIMITED BY SIZE,
                WS-RD-LOST-DAYS DELIMITED BY SIZE,
                " day(s) ketosis lost" DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM runlog-write.

           keto-accum-reading.
            MOVE 'N' TO KD-FOUND
            PERFORM VARYING KD-IDX FROM 1 BY 1
                    UNTIL KD-IDX > KD-TOTAL OR KD-FOUND = 'Y'
                IF KD-DATE(KD-IDX) EQUAL readdatet THEN
                    MOVE 'Y' TO KD-FOUND
                END-IF
            END-PERFORM
            IF KD-FOUND EQUAL 'Y' THEN
                SUBTRACT 1 FROM KD-IDX
            ELSE
                IF KD-TOTAL < 10 THEN
                    ADD 1 TO KD-TOTAL
                    MOVE KD-TOTAL TO KD-IDX
                    MOVE readdatet TO KD-DATE(KD-IDX)
                    MOVE 0 TO KD-KSUM(KD-IDX), KD-KCNT(KD-IDX),
                        KD-KMAX(KD-IDX), KD-BSUM(KD-IDX),
                        KD-BCNT(KD-IDX), KD-GSUM(KD-IDX),
                        KD-GCNT(KD-IDX), KD-FAST(KD-IDX)
                    MOVE 'Y' TO KD-FOUND
                END-IF
            END-IF
            IF KD-FOUND EQUAL 'Y' THEN
                EVALUATE TRUE
                   WHEN READ-BLOOD
                       ADD readvaluet TO KD-KSUM(KD-IDX)
                       ADD 1 TO KD-KCNT(KD-IDX)
                       IF readvaluet > KD-KMAX(KD-IDX) THEN
                           MOVE readvaluet TO KD-KMAX(KD-IDX)
                       END-IF
                   WHEN READ-BREATH
                       ADD readvaluet TO KD-BSUM(KD-IDX)
                       ADD 1 TO KD-BCNT(KD-IDX)
                   WHEN READ-GLUCOSE
                       ADD readvaluet TO KD-GSUM(KD-IDX)
                       ADD 1 TO KD-GCNT(KD-IDX)
                END-EVALUATE
                IF readfastt IS NUMERIC AND
                        readfastt > KD-FAST(KD-IDX) THEN
                    MOVE readfastt TO KD-FAST(KD-IDX)
                END-IF
            END-IF.

           keto-rpt-day.
            MOVE FUNCTION DATE-OF-INTEGER(WS-RD-INT) TO WS-RD-DATE

            MOVE 'N' TO WS-RD-HASMEAL
            MOVE 0 TO WS-RD-CARBS
            PERFORM VARYING MT-IDX FROM 1 BY 1 UNTIL MT-IDX > MT-TOTAL
                IF MT-DATE(MT-IDX) EQUAL WS-RD-DATE THEN
                    MOVE 'Y' TO WS-RD-HASMEAL
                    MOVE MT-CARBS(MT-IDX) TO WS-RD-CARBS
                END-IF
            END-PERFORM

            MOVE 'N' TO KD-FOUND
            PERFORM VARYING KD-IDX FROM 1 BY 1
                    UNTIL KD-IDX > KD-TOTAL OR KD-FOUND = 'Y'
                IF KD-DATE(KD-IDX) EQUAL WS-RD-DATE THEN
                    MOVE 'Y' TO KD-FOUND
                END-IF
            END-PERFORM
            IF KD-FOUND EQUAL 'Y' THEN
                SUBTRACT 1 FROM KD-IDX
            END-IF

            MOVE SPACES TO RptLine
            MOVE WS-RD-DATE TO RptLine(1:8)
            IF WS-RD-HASMEAL EQUAL 'Y' THEN
                MOVE WS-RD-CARBS TO WS-RD-C-D
                MOVE WS-RD-C-D TO RptLine(13:6)
            ELSE
                MOVE "NO MEALS" TO RptLine(11:8)
            END-IF

            MOVE SPACE TO WS-RD-INKETO
            MOVE SPACES TO WS-RD-FLAG
            MOVE "NO READING" TO WS-RD-STATUS

            IF KD-FOUND EQUAL 'Y' THEN
                PERFORM keto-rpt-values
            END-IF

            IF WS-RD-INKETO EQUAL 'N' THEN
                IF WS-RD-PREV EQUAL 'Y' THEN
                    MOVE "KETOSIS LOST" TO WS-RD-FLAG
                    ADD 1 TO WS-RD-LOST-DAYS
                ELSE
                    IF WS-GOALS-SET EQUAL 'Y' AND
                            WS-RD-HASMEAL EQUAL 'Y' AND
                            WS-RD-CARBS <= goalcarbmaxt THEN
                        MOVE "LOW KETONES" TO WS-RD-FLAG
                        ADD 1 TO WS-RD-LOW-DAYS
                    END-IF
                END-IF
            END-IF
            IF WS-RD-INKETO NOT EQUAL SPACE THEN
                MOVE WS-RD-INKETO TO WS-RD-PREV
            END-IF

            MOVE WS-RD-STATUS TO RptLine(73:10)
            MOVE WS-RD-FLAG TO RptLine(85:12)
            WRITE KetoRptLine FROM RptLine
            END-WRITE

            IF WS-RD-FLAG NOT EQUAL SPACES THEN
                DISPLAY WS-RD-DATE, " ", WS-RD-FLAG
                PERFORM keto-rpt-recipes
            END-IF.

           keto-rpt-values.
            IF KD-KCNT(KD-IDX) > 0 THEN
                COMPUTE WS-RD-KAVG ROUNDED =
                        KD-KSUM(KD-IDX) / KD-KCNT(KD-IDX)
                MOVE WS-RD-KAVG TO WS-RD-V-D
                MOVE WS-RD-V-D TO RptLine(26:6)
                MOVE KD-KMAX(KD-IDX) TO WS-RD-V-D
                MOVE WS-RD-V-D TO RptLine(38:6)
                IF WS-RD-KAVG >= WS-KETO-BLOOD THEN
                    MOVE 'Y' TO WS-RD-INKETO
                ELSE
                    MOVE 'N' TO WS-RD-INKETO
                END-IF
            END-IF
            IF KD-BCNT(KD-IDX) > 0 THEN
                COMPUTE WS-RD-BAVG ROUNDED =
                        KD-BSUM(KD-IDX) / KD-BCNT(KD-IDX)
                MOVE WS-RD-BAVG TO WS-RD-V-D
                MOVE WS-RD-V-D TO RptLine(46:6)
                IF KD-KCNT(KD-IDX) = 0 THEN
                    IF WS-RD-BAVG >= WS-KETO-BREATH THEN
                        MOVE 'Y' TO WS-RD-INKETO
                    ELSE
                        MOVE 'N' TO WS-RD-INKETO
                    END-IF
                END-IF
            END-IF
            IF KD-GCNT(KD-IDX) > 0 THEN
                COMPUTE WS-RD-GAVG ROUNDED =
                        KD-GSUM(KD-IDX) / KD-GCNT(KD-IDX)
                MOVE WS-RD-GAVG TO WS-RD-V-D
                MOVE WS-RD-V-D TO RptLine(55:6)
            END-IF
            MOVE KD-FAST(KD-IDX) TO WS-RD-F-D
            MOVE WS-RD-F-D TO RptLine(66:3)
            EVALUATE WS-RD-INKETO
               WHEN 'Y'
                   MOVE "KETOSIS" TO WS-RD-STATUS
                   ADD 1 TO WS-RD-KETO-DAYS
               WHEN 'N'
                   MOVE "NOT KETO" TO WS-RD-STATUS
               WHEN OTHER
                   MOVE "NO KETONE" TO WS-RD-STATUS
            END-EVALUATE.

           keto-rpt-recipes.
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT MealFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ MealFile INTO MealTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF (Mealdayt EQUAL WS-RD-INT OR
                            Mealdayt EQUAL WS-RD-INT - 1) AND
                            (WS-MEMBER EQUAL SPACES OR
                            Mealeatent EQUAL WS-MEMBER OR
                            Mealeatent EQUAL "Both" OR
                            Mealeatent EQUAL SPACES) THEN
                        PERFORM keto-rpt-recipe-line
                    END-IF
                END-READ
            END-PERFORM
            CLOSE MealFile

            MOVE 'Z' TO WS-EOF2.

           keto-rpt-recipe-line.
            MOVE SPACES TO RptLine
            MOVE "ATE" TO RptLine(5:3)
            MOVE Mealdayfort TO RptLine(9:8)
            MOVE MealTimet TO RptLine(19:9)
            MOVE Mealnamet TO RptLine(30:20)
            PERFORM meal-recipe-lookup
            IF WS-FOUND-REC EQUAL 'Y' THEN
                MOVE netcarbst TO WS-RD-C-D
                MOVE WS-RD-C-D TO RptLine(52:6)
                MOVE "G NET CARBS" TO RptLine(59:11)
            ELSE
                MOVE "RECIPE NOT ON FILE" TO RptLine(52:20)
            END-IF
            IF Mealdayt NOT EQUAL WS-RD-INT THEN
                MOVE "(DAY BEFORE)" TO RptLine(72:12)
            END-IF
            WRITE KetoRptLine FROM RptLine
            END-WRITE.

           progressrpt.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Member Name (blank for everyone): "
            ACCEPT WS-MEMBER
            DISPLAY "Progress vs Macros:"

            COMPUTE WS-PRIOR-START = WS-WEEK-START - 7

            MOVE 0 TO WS-WT-SUM1, WS-WT-CNT1, WS-WT-SUM2, WS-WT-CNT2

            OPEN INPUT WeighFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WeighFile INTO WeighTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF WS-MEMBER EQUAL SPACES OR
                               weighmembert EQUAL WS-MEMBER OR
                               weighmembert EQUAL SPACES THEN
                           MOVE FUNCTION INTEGER-OF-DATE(weighdatet)
                           TO WS-WEIGH-INT
                           IF WS-WEIGH-INT >= WS-WEEK-START AND
                                   WS-WEIGH-INT <= WS-DATE THEN
                               ADD weighlbst TO WS-WT-SUM1
                               ADD 1 TO WS-WT-CNT1
                           ELSE
                               IF WS-WEIGH-INT >= WS-PRIOR-START AND
                                       WS-WEIGH-INT < WS-WEEK-START
                                       THEN
                                   ADD weighlbst TO WS-WT-SUM2
                                   ADD 1 TO WS-WT-CNT2
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
            CLOSE WeighFile

            MOVE 'Z' TO WS-EOF

            IF WS-WT-CNT1 = 0 THEN
                DISPLAY "No weigh-ins recorded this week."
            ELSE
                COMPUTE WS-WT-AVG1 ROUNDED = WS-WT-SUM1 / WS-WT-CNT1
                DISPLAY "This week's average weight: ", WS-WT-AVG1
                IF WS-WT-CNT2 = 0 THEN
                    DISPLAY "No weigh-ins recorded last week -",
                    " cannot show weekly change."
                ELSE
                    COMPUTE WS-WT-AVG2 ROUNDED =
                            WS-WT-SUM2 / WS-WT-CNT2
                    COMPUTE WS-WT-CHANGE = WS-WT-AVG1 - WS-WT-AVG2
                    MOVE WS-WT-CHANGE TO WS-WT-CHANGE-DISP
                    DISPLAY "Last week's average weight: ", WS-WT-AVG2
                    DISPLAY "Weekly change: ", WS-WT-CHANGE-DISP,
                    " lbs"
                END-IF
            END-IF

            PERFORM gather-macros

            IF MT-TOTAL = 0 THEN
                DISPLAY "No meals logged this week - no macro",
                " averages to show."
            ELSE
                MOVE 0 TO WS-MAC-CARB-SUM, WS-MAC-CAL-SUM
                PERFORM VARYING MT-IDX FROM 1 BY 1
                        UNTIL MT-IDX > MT-TOTAL
                    ADD MT-CARBS(MT-IDX) TO WS-MAC-CARB-SUM
                    ADD MT-CALORIES(MT-IDX) TO WS-MAC-CAL-SUM
                END-PERFORM
                COMPUTE WS-AVG-CARBS ROUNDED =
                        WS-MAC-CARB-SUM / MT-TOTAL
                COMPUTE WS-AVG-CALS ROUNDED =
                        WS-MAC-CAL-SUM / MT-TOTAL
                DISPLAY "This week's average net carbs: ",
                WS-AVG-CARBS
                DISPLAY "This week's average calories: ", WS-AVG-CALS
            END-IF

            PERFORM weighin.

           searchrec.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Ingredient to Search For: "
            ACCEPT WS-SEARCH-WORD

            MOVE 0 TO WS-SEARCH-LEN
            INSPECT FUNCTION REVERSE(WS-SEARCH-WORD)
            TALLYING WS-SEARCH-LEN FOR LEADING SPACE
            COMPUTE WS-SEARCH-LEN =
                    LENGTH OF WS-SEARCH-WORD - WS-SEARCH-LEN

            DISPLAY "Recipes containing '", WS-SEARCH-WORD, "':"

            OPEN INPUT RecipeFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RecipeFile NEXT RECORD INTO RecTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       MOVE 0 TO WS-SEARCH-COUNT
                       INSPECT ingredst TALLYING WS-SEARCH-COUNT
                       FOR ALL WS-SEARCH-WORD(1:WS-SEARCH-LEN)
                       IF WS-SEARCH-COUNT > 0 THEN
                           DISPLAY recnumt, "  ", recnamet
                       END-IF
                   END-READ
               END-PERFORM
            CLOSE RecipeFile

            MOVE 'Z' TO WS-EOF.

           viewshop.
            MOVE WS-DATE TO WS-SHOP-END
            DISPLAY "Split list by cheapest store (Y/N)? "
            ACCEPT WS-SHOP-SPLIT
            IF WS-SHOP-SPLIT EQUAL "y" THEN
                MOVE 'Y' TO WS-SHOP-SPLIT
            END-IF
            PERFORM shoplist-run
            MOVE 'N' TO WS-SHOP-SPLIT
            PERFORM shopmenu.

           shoplist-run.
            OPEN OUTPUT HoldFile
            OPEN INPUT MealFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MealFile INTO MealTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF Mealdayt >= WS-WEEK-START AND
                               Mealdayt <= WS-SHOP-END AND
                               Mealleftt NOT EQUAL 'L' AND
                               Mealleftt NOT EQUAL 'C' AND
                               NOT OFFPLANt THEN
                           PERFORM meal-recipe-lookup
                           IF WS-FOUND-REC EQUAL 'Y' THEN
                               MOVE ingredst TO Hingredst
                               WRITE HoldInf FROM HoldTemp
                               END-WRITE
                           ELSE
                               MOVE SPACES TO WS-LOG-TEXT
                               STRING "Warning: meal '" DELIMITED BY
                                   SIZE, Mealnamet DELIMITED BY SIZE,
                                   "' does not match any recipe"
                                   DELIMITED BY SIZE,
                                   " version - left out of the"
                                   DELIMITED BY SIZE,
                                   " shopping list."
                                   DELIMITED BY SIZE INTO WS-LOG-TEXT
                               PERFORM runlog-write
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
            CLOSE MealFile
            CLOSE HoldFile

            MOVE 'Z' to WS-EOF

            OPEN INPUT HoldFile
            OPEN OUTPUT WordsFile
            PERFORM UNTIL WS-EOF = 'Y'
               READ HoldFile INTO HoldTemp
               NOT AT END PERFORM UNTIL HoldTemp EQUAL SPACES
                   UNSTRING HoldTemp DELIMITED BY "," INTO
                   WS-WORD
                   MOVE 0 TO WS-COUNT
                   INSPECT WS-WORD REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT FUNCTION REVERSE(WS-WORD)
                   TALLYING WS-COUNT FOR LEADING SPACE
                   COMPUTE WS-LEN = LENGTH OF WS-WORD - WS-COUNT
                   ADD 2 TO WS-LEN
                   PERFORM parse-ing-token
                   MOVE WS-TOK-NAME TO indivingredt
                   MOVE WS-TOK-QTY TO indivqtyt
                   MOVE WS-TOK-UNIT TO indivunitt
                   WRITE wordsInf FROM wordsTemp
                   MOVE HoldTemp(WS-LEN:LENGTH OF HoldTemp - WS-LEN)
                   TO WS-REST
                   MOVE WS-REST TO HoldTemp
               END-PERFORM
               AT END MOVE 'Y' TO WS-EOF
               END-READ
            END-PERFORM
            CLOSE HoldFile
            CLOSE WordsFile

            MOVE 'Z' to WS-EOF
            MOVE 0 TO ST-TOTAL

            OPEN INPUT WordsFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WordsFile INTO wordsTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END IF indivingredt NOT EQUAL SPACES
                           PERFORM tally-ingredient
                   END-READ
               END-PERFORM
            CLOSE WordsFile

            MOVE 'Z' to WS-EOF

            PERFORM sort-shoptable
            PERFORM net-pantry

            IF WS-SHOP-SPLIT EQUAL 'Y' THEN
                PERFORM shop-split-stores
                PERFORM sort-shoptable
            END-IF

            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Shopping List (net of pantry):"

            MOVE SPACES TO WS-MEMBER
            PERFORM load-goals

            MOVE SPACES TO WS-PREV-CAT
            MOVE HIGH-VALUES TO WS-PREV-STORE
            MOVE 0 TO WS-BASKET
            MOVE 0 TO WS-STORE-SUB
            MOVE 0 TO WS-RPT-PAGE

            OPEN OUTPUT ShopFile
            OPEN OUTPUT ShopRptFile
            OPEN OUTPUT ShopCsvFile
            MOVE "QTY,UNIT,INGREDIENT,CATEGORY,PRICE,EXTENDED,STORE" TO
            WS-CSV-LINE
            WRITE ShopCsvLine FROM WS-CSV-LINE
            END-WRITE
            PERFORM shoprpt-head
            PERFORM VARYING ST-IDX FROM 1 BY 1
                    UNTIL ST-IDX > ST-TOTAL
                IF ST-QTY(ST-IDX) > 0 THEN
                    IF WS-SHOP-SPLIT EQUAL 'Y' AND
                            ST-STORE(ST-IDX) NOT EQUAL WS-PREV-STORE
                            THEN
                        PERFORM shop-store-break
                    END-IF
                    IF ST-CAT(ST-IDX) NOT EQUAL WS-PREV-CAT THEN
                        DISPLAY "-- ", ST-CAT(ST-IDX), " --"
                        MOVE ST-CAT(ST-IDX) TO WS-PREV-CAT
                        MOVE SPACES TO RptLine
                        MOVE "** " TO RptLine(1:3)
                        MOVE ST-CAT(ST-IDX) TO RptLine(4:10)
                        WRITE ShopRptLine FROM RptLine
                        END-WRITE
                        ADD 1 TO WS-RPT-LINES
                    END-IF
                    MOVE ST-QTY(ST-IDX) TO quantityt
                    MOVE ST-NAME(ST-IDX) TO ingrednamet
                    MOVE ST-UNIT(ST-IDX) TO shopunitt
                    MOVE ST-CAT(ST-IDX) TO shopcatt
                    MOVE ST-STORE(ST-IDX) TO shopstoret
                    MOVE ST-PRICE(ST-IDX) TO shoppricet
                    COMPUTE shopextt = ST-QTY(ST-IDX) *
                            ST-PRICE(ST-IDX)
                    ADD shopextt TO WS-BASKET
                    ADD shopextt TO WS-STORE-SUB
                    MOVE shopextt TO WS-EXT-DISP
                    WRITE ShopInf FROM ShopTemp
                    END-WRITE
                    DISPLAY quantityt, " ", shopunitt, " ",
                    ST-NAME(ST-IDX), " @ ", shoppricet, " = ",
                    WS-EXT-DISP
                    MOVE SPACES TO RptLine
                    MOVE quantityt TO RptLine(1:2)
                    MOVE shopunitt TO RptLine(6:8)
                    MOVE ST-NAME(ST-IDX) TO RptLine(16:15)
                    MOVE ST-CAT(ST-IDX) TO RptLine(33:10)
                    MOVE shoppricet TO WS-PRICE-DISP
                    MOVE WS-PRICE-DISP TO RptLine(45:6)
                    MOVE WS-EXT-DISP TO RptLine(53:8)
                    WRITE ShopRptLine FROM RptLine
                    END-WRITE
                    MOVE SPACES TO WS-CSV-LINE
                    STRING quantityt DELIMITED BY SIZE,
                        "," DELIMITED BY SIZE,
                        FUNCTION TRIM(shopunitt) DELIMITED BY SIZE,
                        "," DELIMITED BY SIZE,
                        FUNCTION TRIM(ingrednamet) DELIMITED BY
                        SIZE, "," DELIMITED BY SIZE,
                        FUNCTION TRIM(shopcatt) DELIMITED BY SIZE,
                        "," DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-PRICE-DISP) DELIMITED BY
                        SIZE, "," DELIMITED BY SIZE,
                        FUNCTION TRIM(WS-EXT-DISP) DELIMITED BY SIZE,
                        "," DELIMITED BY SIZE,
                        FUNCTION TRIM(shopstoret) DELIMITED BY SIZE
                        INTO WS-CSV-LINE
                    WRITE ShopCsvLine FROM WS-CSV-LINE
                    END-WRITE
                    ADD 1 TO WS-RPT-LINES
                    IF WS-RPT-LINES > 50 THEN
                        PERFORM shoprpt-head
                    END-IF
                END-IF
            END-PERFORM
            CLOSE ShopFile

            IF WS-SHOP-SPLIT EQUAL 'Y' AND
                    WS-PREV-STORE NOT EQUAL HIGH-VALUES THEN
                PERFORM shop-store-total
            END-IF

            MOVE WS-BASKET TO WS-BASKET-DISP

            MOVE SPACES TO RptLine
            WRITE ShopRptLine FROM RptLine
            END-WRITE
            MOVE SPACES TO RptLine
            MOVE "ESTIMATED BASKET TOTAL" TO RptLine(16:22)
            MOVE WS-BASKET-DISP TO RptLine(52:9)
            WRITE ShopRptLine FROM RptLine
            END-WRITE
            CLOSE ShopRptFile
            CLOSE ShopCsvFile

            DISPLAY "Estimated Basket Total: ", WS-BASKET-DISP
            DISPLAY "Shopping list report written to ShopList.RPT"
            DISPLAY "Shopping list export written to ShopList.CSV"

            IF WS-GOALS-SET EQUAL 'Y' AND goalbudgett > 0 THEN
                IF WS-BASKET > goalbudgett THEN
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: projected basket exceeds your"
                        DELIMITED BY SIZE, " weekly budget of "
                        DELIMITED BY SIZE, goalbudgett DELIMITED BY
                        SIZE INTO WS-LOG-TEXT
                    PERFORM runlog-write
                END-IF
            END-IF

            MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START) TO
            WS-WEEK-FOR

            MOVE 0 TO WS-WEEK-ACTUAL

            OPEN OUTPUT SpendNewFile
            OPEN INPUT SpendFile
            PERFORM UNTIL WS-EOF = 'Y'
                READ SpendFile INTO SpendTemp
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    IF spendactualt IS NOT NUMERIC THEN
                        MOVE 0 TO spendactualt
                    END-IF
                    IF spendweekt NOT EQUAL WS-WEEK-FOR THEN
                        WRITE SpendNewInf FROM SpendTemp
                        END-WRITE
                    ELSE
                        MOVE spendactualt TO WS-WEEK-ACTUAL
                    END-IF
                END-READ
            END-PERFORM
            CLOSE SpendFile

            MOVE WS-WEEK-FOR TO spendweekt
            MOVE WS-BASKET TO spendtotalt
            MOVE WS-WEEK-ACTUAL TO spendactualt
            WRITE SpendNewInf FROM SpendTemp
            END-WRITE
            CLOSE SpendNewFile

            MOVE 'Z' TO WS-EOF

            OPEN INPUT SpendNewFile
            OPEN OUTPUT SpendFile
            PERFORM UNTIL WS-EOF = 'Y'
                READ SpendNewFile INTO SpendTemp
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    WRITE SpendInf FROM SpendTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE SpendNewFile
            CLOSE SpendFile

            MOVE 'Z' TO WS-EOF.

           shop-split-stores.
            PERFORM load-storetable
            COMPUTE WS-PH-FROM-INT = WS-DATE - WS-PRICE-DAYS
            MOVE WS-DATE TO WS-PH-TO-INT
            PERFORM load-price-agg

            PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-TOTAL
                MOVE 0 TO WS-BEST-IDX
                PERFORM VARYING PA-IDX FROM 1 BY 1
                        UNTIL PA-IDX > PA-TOTAL
                    IF PA-NAME(PA-IDX) EQUAL ST-NAME(ST-IDX) THEN
                        IF WS-BEST-IDX = 0 THEN
                            MOVE PA-IDX TO WS-BEST-IDX
                        ELSE
                            IF PA-LAST(PA-IDX) <
                                    PA-LAST(WS-BEST-IDX) THEN
                                MOVE PA-IDX TO WS-BEST-IDX
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-BEST-IDX > 0 THEN
                    MOVE PA-STORE(WS-BEST-IDX) TO ST-STORE(ST-IDX)
                    MOVE PA-LAST(WS-BEST-IDX) TO ST-PRICE(ST-IDX)
                ELSE
                    MOVE SPACES TO ST-STORE(ST-IDX)
                END-IF
            END-PERFORM.

           shop-store-break.
            IF WS-PREV-STORE NOT EQUAL HIGH-VALUES THEN
                PERFORM shop-store-total
            END-IF

            MOVE ST-STORE(ST-IDX) TO WS-PREV-STORE
            MOVE SPACES TO WS-PREV-CAT
            MOVE 0 TO WS-STORE-SUB

            MOVE ST-STORE(ST-IDX) TO WS-STORE-CODE
            PERFORM find-store
            IF WS-STORE-CODE EQUAL SPACES THEN
                MOVE "ANY STORE - NO RECENT PRICE" TO WS-STORE-NAME
            END-IF

            DISPLAY "== ", WS-STORE-CODE, " ", WS-STORE-NAME, " =="
            MOVE SPACES TO RptLine
            MOVE "== STORE:" TO RptLine(1:9)
            MOVE WS-STORE-CODE TO RptLine(11:4)
            MOVE WS-STORE-NAME TO RptLine(16:27)
            WRITE ShopRptLine FROM RptLine
            END-WRITE
            ADD 1 TO WS-RPT-LINES.

           shop-store-total.
            MOVE WS-STORE-SUB TO WS-BASKET-DISP
            DISPLAY "   Store total: ", WS-BASKET-DISP
            MOVE SPACES TO RptLine
            MOVE "STORE TOTAL" TO RptLine(16:11)
            MOVE WS-BASKET-DISP TO RptLine(52:9)
            WRITE ShopRptLine FROM RptLine
            END-WRITE
            MOVE SPACES TO RptLine
            WRITE ShopRptLine FROM RptLine
            END-WRITE
            ADD 2 TO WS-RPT-LINES.

           load-storetable.
            MOVE 0 TO SR-TOTAL
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT StoreFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ StoreFile INTO StoreTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF SR-TOTAL < 50 THEN
                        ADD 1 TO SR-TOTAL
                        MOVE storecodet TO SR-CODE(SR-TOTAL)
                        MOVE storenamet TO SR-NAME(SR-TOTAL)
                    END-IF
                END-READ
            END-PERFORM
            CLOSE StoreFile

            MOVE 'Z' TO WS-EOF3.

           find-store.
            MOVE 'N' TO SR-FOUND
            MOVE SPACES TO WS-STORE-NAME
            PERFORM VARYING SR-IDX FROM 1 BY 1
                    UNTIL SR-IDX > SR-TOTAL OR SR-FOUND = 'Y'
                IF SR-CODE(SR-IDX) EQUAL WS-STORE-CODE THEN
                    MOVE 'Y' TO SR-FOUND
                    MOVE SR-NAME(SR-IDX) TO WS-STORE-NAME
                END-IF
            END-PERFORM.

           load-price-agg.
            MOVE 0 TO PA-TOTAL
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT PriceHistFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ PriceHistFile INTO PriceHistTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF phdatet IS NUMERIC AND phdatet > 0 THEN
                        MOVE FUNCTION INTEGER-OF-DATE(phdatet) TO
                        WS-PH-INT
                        IF WS-PH-INT >= WS-PH-FROM-INT AND
                                WS-PH-INT <= WS-PH-TO-INT THEN
                            PERFORM price-agg-add
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE PriceHistFile

            MOVE 'Z' TO WS-EOF2.

           price-agg-add.
            MOVE 'N' TO PA-FOUND
            PERFORM VARYING PA-IDX FROM 1 BY 1
                    UNTIL PA-IDX > PA-TOTAL OR PA-FOUND = 'Y'
                IF PA-NAME(PA-IDX) EQUAL phnamet AND
                        PA-STORE(PA-IDX) EQUAL phstoret THEN
                    MOVE 'Y' TO PA-FOUND
                    ADD phpricet TO PA-SUM(PA-IDX)
                    ADD 1 TO PA-CNT(PA-IDX)
                    IF phpricet < PA-LOW(PA-IDX) THEN
                        MOVE phpricet TO PA-LOW(PA-IDX)
                    END-IF
                    IF phdatet >= PA-LASTDATE(PA-IDX) THEN
                        MOVE phdatet TO PA-LASTDATE(PA-IDX)
                        MOVE phpricet TO PA-LAST(PA-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF PA-FOUND NOT EQUAL 'Y' THEN
                IF PA-TOTAL < 500 THEN
                    ADD 1 TO PA-TOTAL
                    MOVE phnamet TO PA-NAME(PA-TOTAL)
                    MOVE phstoret TO PA-STORE(PA-TOTAL)
                    MOVE phdatet TO PA-LASTDATE(PA-TOTAL)
                    MOVE phpricet TO PA-LAST(PA-TOTAL)
                    MOVE phpricet TO PA-SUM(PA-TOTAL)
                    MOVE 1 TO PA-CNT(PA-TOTAL)
                    MOVE phpricet TO PA-LOW(PA-TOTAL)
                ELSE
                    DISPLAY "Warning: price table is full - ",
                    phnamet, " at ", phstoret, " was left out."
                END-IF
            END-IF.

           price-hist-add.
            MOVE rcptdatet TO phdatet
            MOVE rcptstoret TO phstoret
            MOVE rcptnamet TO phnamet
            MOVE rcptpricet TO phpricet

            MOVE 'N' TO WS-PH-DUP
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT PriceHistFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ PriceHistFile
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF PriceHistInf EQUAL PriceHistTemp THEN
                        MOVE 'Y' TO WS-PH-DUP
                        MOVE 'Y' TO WS-EOF3
                    END-IF
                END-READ
            END-PERFORM
            CLOSE PriceHistFile

            MOVE 'Z' TO WS-EOF3

            IF WS-PH-DUP NOT EQUAL 'Y' THEN
                OPEN EXTEND PriceHistFile
                WRITE PriceHistInf FROM PriceHistTemp
                END-WRITE
                CLOSE PriceHistFile
                ADD 1 TO WS-PH-COUNT
            END-IF.

           storelist.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Stores:"

            OPEN INPUT StoreFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ StoreFile INTO StoreTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END DISPLAY storecodet, " ", storenamet
                   END-READ
               END-PERFORM
            CLOSE StoreFile

            MOVE 'Z' TO WS-EOF

            DISPLAY "Add Store(1)| Return(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1" PERFORM addstore
               WHEN "2" PERFORM shopmenu
               WHEN OTHER DISPLAY "Invalid Try Again",
                   PERFORM storelist.
            STOP RUN.

           addstore.
            DISPLAY "Store Code (4 characters): "
            ACCEPT WS-STORE-CODE
            DISPLAY "Store Name: "
            ACCEPT WS-STORE-NAME

            PERFORM load-storetable
            MOVE WS-STORE-NAME TO storenamet
            PERFORM find-store

            IF SR-FOUND EQUAL 'Y' OR WS-STORE-CODE EQUAL SPACES THEN
                DISPLAY "Store code is blank or already on file."
            ELSE
                MOVE WS-STORE-CODE TO storecodet
                OPEN EXTEND StoreFile
                WRITE StoreInf FROM StoreTemp
                END-WRITE
                CLOSE StoreFile

                MOVE "ADD-STORE" TO auditactiont
                MOVE SPACES TO auditkeyt
                MOVE WS-STORE-CODE TO auditkeyt
                PERFORM write-audit
            END-IF

            PERFORM storelist.

           pricetrend.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Period Start Date (yyyymmdd): "
            ACCEPT WS-PH-FROM
            DISPLAY "Please Enter Period End Date (yyyymmdd): "
            ACCEPT WS-PH-TO

            PERFORM price-trend-run

            PERFORM shopmenu.

           price-trend-run.
            DISPLAY "Building price trend report..."

            MOVE FUNCTION INTEGER-OF-DATE(WS-PH-FROM) TO
            WS-PH-FROM-INT
            MOVE FUNCTION INTEGER-OF-DATE(WS-PH-TO) TO WS-PH-TO-INT

            PERFORM load-storetable
            PERFORM load-price-agg

            MOVE 'Y' TO PA-SWAPPED
            PERFORM UNTIL PA-SWAPPED NOT EQUAL 'Y'
                MOVE 'N' TO PA-SWAPPED
                PERFORM VARYING PA-IDX FROM 1 BY 1
                        UNTIL PA-IDX > PA-TOTAL - 1
                    IF PA-NAME(PA-IDX) > PA-NAME(PA-IDX + 1) OR
                            (PA-NAME(PA-IDX) = PA-NAME(PA-IDX + 1)
                            AND PA-STORE(PA-IDX) >
                            PA-STORE(PA-IDX + 1)) THEN
                        MOVE PriceAggEntry(PA-IDX) TO PA-HOLD
                        MOVE PriceAggEntry(PA-IDX + 1) TO
                        PriceAggEntry(PA-IDX)
                        MOVE PA-HOLD TO PriceAggEntry(PA-IDX + 1)
                        MOVE 'Y' TO PA-SWAPPED
                    END-IF
                END-PERFORM
            END-PERFORM

            OPEN OUTPUT PriceRptFile

            MOVE SPACES TO RptLine
            STRING "INGREDIENT PRICE TREND BY STORE - " DELIMITED BY
                SIZE, WS-PH-FROM DELIMITED BY SIZE, " TO "
                DELIMITED BY SIZE, WS-PH-TO DELIMITED BY SIZE
                INTO RptLine
            WRITE PriceRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE PriceRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE PriceRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "INGREDIENT" TO RptLine(1:10)
            MOVE "STORE" TO RptLine(18:5)
            MOVE "LAST BOUGHT" TO RptLine(45:11)
            MOVE "LAST" TO RptLine(60:4)
            MOVE "AVERAGE" TO RptLine(67:7)
            MOVE "LOW" TO RptLine(79:3)
            MOVE "BUYS" TO RptLine(85:4)
            MOVE "MASTER" TO RptLine(92:6)
            WRITE PriceRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO WS-MAST-NAME
            PERFORM VARYING PA-IDX FROM 1 BY 1 UNTIL PA-IDX > PA-TOTAL
                PERFORM price-trend-line
            END-PERFORM

            MOVE SPACES TO RptLine
            WRITE PriceRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE PA-TOTAL TO RptLine(1:3)
            MOVE "INGREDIENT/STORE PRICE LINE(S)" TO RptLine(5:30)
            WRITE PriceRptLine FROM RptLine
            END-WRITE

            CLOSE PriceRptFile

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Price trend report written to PriceTrend.RPT - "
                DELIMITED BY SIZE, PA-TOTAL DELIMITED BY SIZE,
                " line(s)" DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           price-trend-line.
            IF PA-NAME(PA-IDX) NOT EQUAL WS-MAST-NAME THEN
                MOVE PA-NAME(PA-IDX) TO WS-MAST-NAME
                PERFORM find-ingmaster
            END-IF

            MOVE PA-STORE(PA-IDX) TO WS-STORE-CODE
            PERFORM find-store

            MOVE SPACES TO RptLine
            MOVE PA-NAME(PA-IDX) TO RptLine(1:15)
            MOVE PA-STORE(PA-IDX) TO RptLine(18:4)
            MOVE WS-STORE-NAME TO RptLine(23:20)
            MOVE PA-LASTDATE(PA-IDX) TO RptLine(45:8)
            MOVE PA-LAST(PA-IDX) TO WS-PRICE-DISP
            MOVE WS-PRICE-DISP TO RptLine(58:6)
            COMPUTE WS-PA-AVG ROUNDED = PA-SUM(PA-IDX) / PA-CNT(PA-IDX)
            MOVE WS-PA-AVG TO WS-PRICE-DISP
            MOVE WS-PRICE-DISP TO RptLine(68:6)
            MOVE PA-LOW(PA-IDX) TO WS-PRICE-DISP
            MOVE WS-PRICE-DISP TO RptLine(76:6)
            MOVE PA-CNT(PA-IDX) TO RptLine(85:4)
            IF WS-MAST-FOUND EQUAL 'Y' THEN
                MOVE masterpricet TO WS-PRICE-DISP
                MOVE WS-PRICE-DISP TO RptLine(92:6)
            END-IF
            WRITE PriceRptLine FROM RptLine
            END-WRITE.

           shopmenu.
            DISPLAY "Spend Report(1)| Post Receipt(3)| Stores(4)|",
            " Price Trend(5)| Return to start(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1" PERFORM spendrpt
               WHEN "3" PERFORM receiptpost
               WHEN "4" PERFORM storelist
               WHEN "5" PERFORM pricetrend
               WHEN "2" PERFORM begin
               WHEN OTHER DISPLAY "Invalid Try Again",
                   PERFORM shopmenu.
            STOP RUN.

           spendrpt.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Weekly Spend Report:"

            MOVE 'Y' TO WS-SPEND-FIRST
            MOVE 0 TO WS-PREV-SPEND

            OPEN INPUT SpendFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SpendFile INTO SpendTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF spendactualt IS NOT NUMERIC THEN
                           MOVE 0 TO spendactualt
                       END-IF
                       MOVE spendtotalt TO WS-BASKET-DISP
                       MOVE spendactualt TO WS-ACT-DISP
                       IF spendactualt > 0 THEN
                           MOVE spendactualt TO WS-THIS-SPEND
                       ELSE
                           MOVE spendtotalt TO WS-THIS-SPEND
                       END-IF
                       PERFORM spend-eatout-week
                       MOVE WS-EATOUT TO WS-EATOUT-DISP
                       IF WS-SPEND-FIRST EQUAL 'Y' THEN
                           DISPLAY "Week of ", spendweekt, "  est ",
                           WS-BASKET-DISP, "  actual ", WS-ACT-DISP,
                           "  eating out ", WS-EATOUT-DISP
                           MOVE 'N' TO WS-SPEND-FIRST
                       ELSE
                           COMPUTE WS-SPEND-DIFF =
                                   WS-THIS-SPEND - WS-PREV-SPEND
                           MOVE WS-SPEND-DIFF TO WS-DIFF-DISP
                           DISPLAY "Week of ", spendweekt, "  est ",
                           WS-BASKET-DISP, "  actual ", WS-ACT-DISP,
                           "  eating out ", WS-EATOUT-DISP,
                           "  change ", WS-DIFF-DISP
                       END-IF
                       MOVE WS-THIS-SPEND TO WS-PREV-SPEND
                   END-READ
               END-PERFORM
            CLOSE SpendFile

            MOVE 'Z' TO WS-EOF

            PERFORM begin.

           spend-eatout-week.
            MOVE 0 TO WS-EATOUT
            MOVE FUNCTION INTEGER-OF-DATE(spendweekt) TO
            WS-EATOUT-START
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT MealFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ MealFile INTO MealTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END PERFORM spend-eatout-add
                END-READ
            END-PERFORM
            CLOSE MealFile

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT MealHistFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ MealHistFile INTO MealTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END PERFORM spend-eatout-add
                END-READ
            END-PERFORM
            CLOSE MealHistFile

            MOVE 'Z' TO WS-EOF2.

           spend-eatout-add.
            IF OFFPLANt AND Mealocostt IS NUMERIC AND
                    Mealdayt >= WS-EATOUT-START AND
                    Mealdayt <= WS-EATOUT-START + 6 THEN
                ADD Mealocostt TO WS-EATOUT
            END-IF.

           receiptpost.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"

            PERFORM receipt-run

            PERFORM shopmenu.

           receipt-run.
            DISPLAY "Posting receipt from Receipt.DAT..."

            MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START) TO
            WS-WEEK-FOR

            MOVE 0 TO RL-TOTAL
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT ShopFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ ShopFile INTO ShopTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF RL-TOTAL < 200 THEN
                        ADD 1 TO RL-TOTAL
                        MOVE ingrednamet TO RL-NAME(RL-TOTAL)
                        MOVE quantityt TO RL-QTY(RL-TOTAL)
                        MOVE 0 TO RL-BOUGHT(RL-TOTAL)
                        MOVE 0 TO RL-ACT(RL-TOTAL)
                        MOVE ingrednamet TO WS-MAST-NAME
                        PERFORM find-ingmaster
                        MOVE masterpricet TO RL-EST(RL-TOTAL)
                    ELSE
                        DISPLAY "Warning: reconciliation table is",
                        " full - ", ingrednamet, " was left out."
                    END-IF
                END-READ
            END-PERFORM
            CLOSE ShopFile

            MOVE 'Z' TO WS-EOF2

            IF RL-TOTAL = 0 THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: Week.DAT is empty - build the"
                    DELIMITED BY SIZE, " shopping list first"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF

            PERFORM load-pantrytable

            PERFORM load-storetable

            MOVE 0 TO RX-TOTAL
            MOVE 0 TO DR-TOTAL
            MOVE 0 TO WS-ACT-TOTAL
            MOVE 0 TO WS-RCPT-COUNT
            MOVE 0 TO WS-PH-COUNT

            OPEN INPUT ReceiptFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ ReceiptFile INTO ReceiptTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END PERFORM receipt-row
                END-READ
            END-PERFORM
            CLOSE ReceiptFile

            MOVE 'Z' TO WS-EOF2

            IF WS-RCPT-COUNT = 0 THEN
                MOVE "Warning: no receipt rows found in Receipt.DAT"
                TO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF

            IF PT-OVERFLOW NOT EQUAL 'Y' THEN
                PERFORM save-pantrytable
            END-IF
            PERFORM recon-report

            MOVE WS-WEEK-FOR TO WS-LOCK-DATE
            PERFORM week-lock-check
            IF WS-LOCKED EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: week of " DELIMITED BY SIZE,
                    WS-WEEK-FOR DELIMITED BY SIZE, " is closed -"
                    DELIMITED BY SIZE, " Spend.DAT actual not changed"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            ELSE
                PERFORM spend-post-actual
            END-IF

            MOVE WS-ACT-TOTAL TO WS-ACT-DISP
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Receipt posted: " DELIMITED BY SIZE,
                WS-RCPT-COUNT DELIMITED BY SIZE,
                " item(s), actual total " DELIMITED BY SIZE,
                WS-ACT-DISP DELIMITED BY SIZE, ", " DELIMITED BY SIZE,
                WS-PH-COUNT DELIMITED BY SIZE,
                " price history line(s) added" DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM runlog-write.

           receipt-row.
            IF rcptdatet IS NOT NUMERIC OR rcptdatet = 0 THEN
                MOVE WS-DATE-HOLD TO rcptdatet
            END-IF
            MOVE FUNCTION INTEGER-OF-DATE(rcptdatet) TO WS-RCPT-INT

            IF WS-RCPT-WINDOW EQUAL 'Y' AND
                    (WS-RCPT-INT < WS-CLOSE-START-INT OR
                    WS-RCPT-INT > WS-CLOSE-END-INT) THEN
                PERFORM receipt-window-skip
            ELSE
                MOVE rcptdatet TO WS-LOCK-DATE
                PERFORM week-lock-check
                IF WS-LOCKED EQUAL 'Y' THEN
                    PERFORM receipt-lock-reject
                ELSE
                    ADD 1 TO WS-RCPT-COUNT
                    PERFORM receipt-store-check
                    PERFORM receipt-apply
                    PERFORM price-hist-add
                END-IF
            END-IF.

           receipt-window-skip.
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Skipped receipt line for " DELIMITED BY SIZE,
                rcptnamet DELIMITED BY SIZE, " dated " DELIMITED BY
                SIZE, rcptdatet DELIMITED BY SIZE,
                " - outside week of " DELIMITED BY SIZE,
                WS-CLOSE-WEEK DELIMITED BY SIZE, " being closed"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           receipt-week-scan.
            MOVE 0 TO WS-RCPT-INWEEK
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT ReceiptFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ ReceiptFile INTO ReceiptTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF rcptdatet IS NUMERIC AND rcptdatet > 0 THEN
                        MOVE FUNCTION INTEGER-OF-DATE(rcptdatet) TO
                        WS-RCPT-INT
                        IF WS-RCPT-INT >= WS-CLOSE-START-INT AND
                                WS-RCPT-INT <= WS-CLOSE-END-INT THEN
                            ADD 1 TO WS-RCPT-INWEEK
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE ReceiptFile

            MOVE 'Z' TO WS-EOF2.

           receipt-lock-reject.
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Rejected receipt line for " DELIMITED BY SIZE,
                rcptnamet DELIMITED BY SIZE, " dated " DELIMITED BY
                SIZE, rcptdatet DELIMITED BY SIZE,
                " - week is closed" DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM runlog-write

            MOVE "LOCK-REJ" TO auditactiont
            MOVE SPACES TO auditkeyt
            STRING rcptdatet DELIMITED BY SIZE, rcptnamet
                DELIMITED BY SIZE INTO auditkeyt
            PERFORM write-audit.

           receipt-store-check.
            MOVE rcptstoret TO WS-STORE-CODE
            PERFORM find-store
            IF SR-FOUND NOT EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: receipt line for " DELIMITED BY SIZE,
                    rcptnamet DELIMITED BY SIZE, " has store code '"
                    DELIMITED BY SIZE, rcptstoret DELIMITED BY SIZE,
                    "' which is not on the store master"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF.

           receipt-apply.
            MOVE 'N' TO RL-FOUND
            PERFORM VARYING RL-IDX FROM 1 BY 1
                    UNTIL RL-IDX > RL-TOTAL OR RL-FOUND = 'Y'
                IF RL-NAME(RL-IDX) EQUAL rcptnamet THEN
                    MOVE 'Y' TO RL-FOUND
                    ADD rcptqtyt TO RL-BOUGHT(RL-IDX)
                    MOVE rcptpricet TO RL-ACT(RL-IDX)
                END-IF
            END-PERFORM
            IF RL-FOUND NOT EQUAL 'Y' THEN
                IF RX-TOTAL < 50 THEN
                    ADD 1 TO RX-TOTAL
                    MOVE rcptnamet TO RX-NAME(RX-TOTAL)
                    MOVE rcptqtyt TO RX-QTY(RX-TOTAL)
                    MOVE rcptpricet TO RX-PRICE(RX-TOTAL)
                ELSE
                    DISPLAY "Warning: extras table is full - ",
                    rcptnamet, " was left out."
                END-IF
            END-IF

            COMPUTE WS-RCPT-EXT = rcptqtyt * rcptpricet
            ADD WS-RCPT-EXT TO WS-ACT-TOTAL

            IF PT-OVERFLOW NOT EQUAL 'Y' THEN
                PERFORM receipt-pantry-add
            END-IF

            MOVE rcptnamet TO WS-MAST-NAME
            PERFORM find-ingmaster
            IF WS-MAST-FOUND EQUAL 'Y' AND masterpricet > 0 THEN
                COMPUTE WS-DRIFT-HI = masterpricet * 1.2
                COMPUTE WS-DRIFT-LO = masterpricet * 0.8
                IF rcptpricet > WS-DRIFT-HI OR
                        rcptpricet < WS-DRIFT-LO THEN
                    IF DR-TOTAL < 50 THEN
                        ADD 1 TO DR-TOTAL
                        MOVE rcptnamet TO DR-NAME(DR-TOTAL)
                        MOVE masterpricet TO DR-MAST(DR-TOTAL)
                        MOVE rcptpricet TO DR-ACT(DR-TOTAL)
                    END-IF
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: master price for "
                        DELIMITED BY SIZE, rcptnamet
                        DELIMITED BY SIZE, " looks stale - paid "
                        DELIMITED BY SIZE, rcptpricet
                        DELIMITED BY SIZE, " vs master "
                        DELIMITED BY SIZE, masterpricet
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM runlog-write
                END-IF
            END-IF.

           receipt-pantry-add.
            MOVE 'N' TO PT-FOUND
            PERFORM VARYING PT-IDX FROM 1 BY 1
                    UNTIL PT-IDX > PT-TOTAL OR PT-FOUND = 'Y'
                IF PT-NAME(PT-IDX) EQUAL rcptnamet THEN
                    MOVE 'Y' TO PT-FOUND
                    IF PT-QTY(PT-IDX) = 0 OR PT-DATE(PT-IDX) = 0 THEN
                        MOVE rcptdatet TO PT-DATE(PT-IDX)
                    ELSE
                        IF rcptdatet < PT-DATE(PT-IDX) THEN
                            MOVE rcptdatet TO PT-DATE(PT-IDX)
                        END-IF
                    END-IF
                    ADD rcptqtyt TO PT-QTY(PT-IDX)
                        ON SIZE ERROR
                        DISPLAY "Warning: pantry total for ",
                        rcptnamet, " exceeds maximum - total may",
                        " be understated."
                    END-ADD
                END-IF
            END-PERFORM
            IF PT-FOUND NOT EQUAL 'Y' THEN
                IF PT-TOTAL < 200 THEN
                    ADD 1 TO PT-TOTAL
                    MOVE rcptnamet TO PT-NAME(PT-TOTAL)
                    MOVE rcptqtyt TO PT-QTY(PT-TOTAL)
                    MOVE rcptdatet TO PT-DATE(PT-TOTAL)
                ELSE
                    DISPLAY "Warning: pantry table is full - ",
                    rcptnamet, " was left out."
                END-IF
            END-IF.

           recon-report.
            OPEN OUTPUT ReconRptFile

            MOVE SPACES TO RptLine
            MOVE "SHOPPING RECONCILIATION - WEEK OF" TO RptLine(1:33)
            MOVE WS-WEEK-FOR TO RptLine(35:8)
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "INGREDIENT" TO RptLine(1:10)
            MOVE "LISTED" TO RptLine(18:6)
            MOVE "BOUGHT" TO RptLine(26:6)
            MOVE "STATUS" TO RptLine(34:6)
            MOVE "EST" TO RptLine(45:3)
            MOVE "ACTUAL" TO RptLine(53:6)
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE 0 TO WS-EST-TOTAL
            PERFORM VARYING RL-IDX FROM 1 BY 1
                    UNTIL RL-IDX > RL-TOTAL
                IF RL-BOUGHT(RL-IDX) = 0 THEN
                    MOVE "SKIPPED" TO WS-RCPT-STATUS
                ELSE
                    IF RL-BOUGHT(RL-IDX) < RL-QTY(RL-IDX) THEN
                        MOVE "PARTIAL" TO WS-RCPT-STATUS
                    ELSE
                        MOVE "BOUGHT" TO WS-RCPT-STATUS
                    END-IF
                END-IF
                COMPUTE WS-RCPT-EXT = RL-QTY(RL-IDX) * RL-EST(RL-IDX)
                ADD WS-RCPT-EXT TO WS-EST-TOTAL
                MOVE SPACES TO RptLine
                MOVE RL-NAME(RL-IDX) TO RptLine(1:15)
                MOVE RL-QTY(RL-IDX) TO RptLine(20:2)
                MOVE RL-BOUGHT(RL-IDX) TO RptLine(27:3)
                MOVE WS-RCPT-STATUS TO RptLine(34:8)
                MOVE WS-RCPT-EXT TO WS-EXT-DISP
                MOVE WS-EXT-DISP TO RptLine(43:8)
                COMPUTE WS-RCPT-EXT = RL-BOUGHT(RL-IDX) *
                        RL-ACT(RL-IDX)
                MOVE WS-RCPT-EXT TO WS-EXT-DISP
                MOVE WS-EXT-DISP TO RptLine(52:8)
                WRITE ReconRptLine FROM RptLine
                END-WRITE
            END-PERFORM

            IF RX-TOTAL > 0 THEN
                MOVE SPACES TO RptLine
                WRITE ReconRptLine FROM RptLine
                END-WRITE
                END-PERFORM
            END-IF

            IF DR-TOTAL > 0 THEN
                MOVE SPACES TO RptLine
                WRITE ReconRptLine FROM RptLine
                END-WRITE
                MOVE SPACES TO RptLine
                MOVE "STALE MASTER PRICES (PAID VS MASTER):" TO
                RptLine(1:37)
                WRITE ReconRptLine FROM RptLine
                END-WRITE
                PERFORM VARYING DR-IDX FROM 1 BY 1
                        UNTIL DR-IDX > DR-TOTAL
                    MOVE SPACES TO RptLine
                    MOVE DR-NAME(DR-IDX) TO RptLine(1:15)
                    MOVE DR-ACT(DR-IDX) TO WS-PRICE-DISP
                    MOVE WS-PRICE-DISP TO RptLine(20:6)
                    MOVE DR-MAST(DR-IDX) TO WS-PRICE-DISP
                    MOVE WS-PRICE-DISP TO RptLine(30:6)
                    WRITE ReconRptLine FROM RptLine
                    END-WRITE
                END-PERFORM
            END-IF

            MOVE SPACES TO RptLine
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "ESTIMATED WEEK TOTAL" TO RptLine(1:20)
            MOVE WS-EST-TOTAL TO WS-BASKET-DISP
            MOVE WS-BASKET-DISP TO RptLine(43:9)
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "ACTUAL WEEK TOTAL" TO RptLine(1:17)
            MOVE WS-ACT-TOTAL TO WS-BASKET-DISP
            MOVE WS-BASKET-DISP TO RptLine(43:9)
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "ACTUAL VS ESTIMATE" TO RptLine(1:18)
            COMPUTE WS-SPEND-DIFF = WS-ACT-TOTAL - WS-EST-TOTAL
            MOVE WS-SPEND-DIFF TO WS-DIFF-DISP
            MOVE WS-DIFF-DISP TO RptLine(42:10)
            WRITE ReconRptLine FROM RptLine
            END-WRITE

            CLOSE ReconRptFile

            DISPLAY "Reconciliation report written to Recon.RPT".

           spend-post-actual.
            MOVE 'N' TO WS-SPEND-FIRST
            MOVE 'Z' TO WS-EOF2

            OPEN OUTPUT SpendNewFile
            OPEN INPUT SpendFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ SpendFile INTO SpendTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF spendactualt IS NOT NUMERIC THEN
                        MOVE 0 TO spendactualt
                    END-IF
                    IF spendweekt EQUAL WS-WEEK-FOR THEN
                        MOVE WS-ACT-TOTAL TO spendactualt
                        MOVE 'Y' TO WS-SPEND-FIRST
                    END-IF
                    WRITE SpendNewInf FROM SpendTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE SpendFile

            IF WS-SPEND-FIRST NOT EQUAL 'Y' THEN
                MOVE WS-WEEK-FOR TO spendweekt
                MOVE 0 TO spendtotalt
                MOVE WS-ACT-TOTAL TO spendactualt
                WRITE SpendNewInf FROM SpendTemp
                END-WRITE
            END-IF
            CLOSE SpendNewFile

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT SpendNewFile
            OPEN OUTPUT SpendFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ SpendNewFile INTO SpendTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    WRITE SpendInf FROM SpendTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE SpendNewFile
            CLOSE SpendFile

            MOVE 'Z' TO WS-EOF2.

           shoprpt-head.
            ADD 1 TO WS-RPT-PAGE

            IF WS-RPT-PAGE > 1 THEN
                MOVE SPACES TO RptLine
                WRITE ShopRptLine FROM RptLine AFTER ADVANCING PAGE
                END-WRITE
            END-IF

            MOVE SPACES TO RptLine
            MOVE "KETO MEAL TRACKER - SHOPPING LIST" TO RptLine(1:33)
            MOVE "PAGE" TO RptLine(60:4)
            MOVE WS-RPT-PAGE TO WS-PAGE-DISP
            MOVE WS-PAGE-DISP TO RptLine(65:3)
            WRITE ShopRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE ShopRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE ShopRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "QTY" TO RptLine(1:3)
            MOVE "UNIT" TO RptLine(6:4)
            MOVE "INGREDIENT" TO RptLine(16:10)
            MOVE "CATEGORY" TO RptLine(33:8)
            MOVE "PRICE" TO RptLine(45:5)
            MOVE "EXTENDED" TO RptLine(53:8)
            WRITE ShopRptLine FROM RptLine
            END-WRITE

            MOVE 0 TO WS-RPT-LINES.

           net-pantry.
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT PantryFile
               PERFORM UNTIL WS-EOF2 = 'Y'
                   READ PantryFile INTO PantryTemp
                       AT END MOVE 'Y' TO WS-EOF2
                       NOT AT END
                       PERFORM VARYING ST-IDX FROM 1 BY 1
                               UNTIL ST-IDX > ST-TOTAL
                           IF ST-NAME(ST-IDX) EQUAL pantrynamet THEN
                               IF pantryqtyt >= ST-QTY(ST-IDX) THEN
                                   MOVE 0 TO ST-QTY(ST-IDX)
                               ELSE
                                   SUBTRACT pantryqtyt FROM
                                       ST-QTY(ST-IDX)
                               END-IF
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
            CLOSE PantryFile

            MOVE 'Z' TO WS-EOF2.

           tally-ingredient.
            MOVE indivingredt TO WS-MAST-NAME
            PERFORM find-ingmaster

            MOVE indivqtyt TO WS-CONV-QTY
            MOVE indivunitt TO WS-CONV-FROM
            IF WS-CONV-FROM EQUAL SPACES THEN
                MOVE masterunitt(1:4) TO WS-CONV-FROM
            END-IF
            MOVE masterunitt TO WS-CONV-TO
            PERFORM convert-unit

            IF WS-CONV-OK NOT EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: cannot convert " DELIMITED BY SIZE,
                    WS-CONV-FROM DELIMITED BY SIZE, " of "
                    DELIMITED BY SIZE, indivingredt DELIMITED BY
                    SIZE, " to " DELIMITED BY SIZE, masterunitt
                    DELIMITED BY SIZE,
                    " - left off the shopping list"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            ELSE
                MOVE WS-CONV-OUT TO WS-CONV-WHOLE
                IF WS-CONV-OUT > WS-CONV-WHOLE THEN
                    ADD 1 TO WS-CONV-WHOLE
                END-IF
                MOVE 'N' TO ST-FOUND
                PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > ST-TOTAL OR ST-FOUND = 'Y'
                    IF ST-NAME(ST-IDX) EQUAL indivingredt THEN
                        ADD WS-CONV-WHOLE TO ST-QTY(ST-IDX)
                            ON SIZE ERROR
                            DISPLAY "Warning: total for ",
                            indivingredt, " exceeds list maximum -",
                            " total may be understated."
                        END-ADD
                        MOVE 'Y' TO ST-FOUND
                    END-IF
                END-PERFORM
                IF ST-FOUND NOT EQUAL 'Y' THEN
                    IF ST-TOTAL < 200 THEN
                        ADD 1 TO ST-TOTAL
                        MOVE indivingredt TO ST-NAME(ST-TOTAL)
                        MOVE WS-CONV-WHOLE TO ST-QTY(ST-TOTAL)
                        MOVE masterunitt TO ST-UNIT(ST-TOTAL)
                        MOVE mastercatt TO ST-CAT(ST-TOTAL)
                        MOVE masterpricet TO ST-PRICE(ST-TOTAL)
                        MOVE SPACES TO ST-STORE(ST-TOTAL)
                    ELSE
                        DISPLAY "Warning: shopping list is full - ",
                        indivingredt, " was left out."
                    END-IF
                END-IF
            END-IF.

           parse-ing-token.
            MOVE WS-WORD(1:2) TO WS-TOK-QTY
            IF WS-WORD(8:1) EQUAL ":" THEN
                MOVE WS-WORD(4:4) TO WS-TOK-UNIT
                MOVE WS-WORD(9:15) TO WS-TOK-NAME
            ELSE
                MOVE SPACES TO WS-TOK-UNIT
                MOVE WS-WORD(4:15) TO WS-TOK-NAME
            END-IF.

           unit-factor.
            EVALUATE WS-UNIT-IN
               WHEN "tsp" MOVE 1 TO WS-UNIT-FACTOR
               WHEN "tbsp" MOVE 3 TO WS-UNIT-FACTOR
               WHEN "cup" MOVE 48 TO WS-UNIT-FACTOR
               WHEN "oz" MOVE 6 TO WS-UNIT-FACTOR
               WHEN "lb" MOVE 96 TO WS-UNIT-FACTOR
               WHEN OTHER MOVE 0 TO WS-UNIT-FACTOR
            END-EVALUATE.

           convert-unit.
            MOVE 'N' TO WS-CONV-OK

            IF WS-CONV-TO EQUAL SPACES OR
                    WS-CONV-FROM EQUAL WS-CONV-TO(1:4) THEN
                MOVE WS-CONV-QTY TO WS-CONV-OUT
                MOVE 'Y' TO WS-CONV-OK
            ELSE
                MOVE WS-CONV-FROM TO WS-UNIT-IN
                PERFORM unit-factor
                MOVE WS-UNIT-FACTOR TO WS-FACT-FROM
                MOVE WS-CONV-TO TO WS-UNIT-IN
                PERFORM unit-factor
                MOVE WS-UNIT-FACTOR TO WS-FACT-TO
                IF WS-FACT-FROM > 0 AND WS-FACT-TO > 0 THEN
                    COMPUTE WS-CONV-OUT ROUNDED = WS-CONV-QTY *
                            WS-FACT-FROM / WS-FACT-TO
                    MOVE 'Y' TO WS-CONV-OK
                END-IF
            END-IF.

           sort-shoptable.
            MOVE 'Y' TO ST-SWAPPED
            PERFORM UNTIL ST-SWAPPED NOT EQUAL 'Y'
                MOVE 'N' TO ST-SWAPPED
                PERFORM VARYING ST-IDX FROM 1 BY 1
                        UNTIL ST-IDX > ST-TOTAL - 1
                    IF ST-STORE(ST-IDX) > ST-STORE(ST-IDX + 1) OR
                            (ST-STORE(ST-IDX) = ST-STORE(ST-IDX + 1)
                            AND ST-CAT(ST-IDX) > ST-CAT(ST-IDX + 1)) OR
                            (ST-STORE(ST-IDX) = ST-STORE(ST-IDX + 1)
                            AND ST-CAT(ST-IDX) = ST-CAT(ST-IDX + 1) AND
                            ST-NAME(ST-IDX) > ST-NAME(ST-IDX + 1))
                            THEN
                        MOVE ST-NAME(ST-IDX) TO ST-HOLDNAME
                        MOVE ST-QTY(ST-IDX) TO ST-HOLDQTY
                        MOVE ST-UNIT(ST-IDX) TO ST-HOLDUNIT
                        MOVE ST-CAT(ST-IDX) TO ST-HOLDCAT
                        MOVE ST-PRICE(ST-IDX) TO ST-HOLDPRICE
                        MOVE ST-STORE(ST-IDX) TO ST-HOLDSTORE
                        MOVE ST-NAME(ST-IDX + 1) TO ST-NAME(ST-IDX)
                        MOVE ST-QTY(ST-IDX + 1) TO ST-QTY(ST-IDX)
                        MOVE ST-UNIT(ST-IDX + 1) TO ST-UNIT(ST-IDX)
                        MOVE ST-CAT(ST-IDX + 1) TO ST-CAT(ST-IDX)
                        MOVE ST-PRICE(ST-IDX + 1) TO ST-PRICE(ST-IDX)
                        MOVE ST-STORE(ST-IDX + 1) TO ST-STORE(ST-IDX)
                        MOVE ST-HOLDNAME TO ST-NAME(ST-IDX + 1)
                        MOVE ST-HOLDQTY TO ST-QTY(ST-IDX + 1)
                        MOVE ST-HOLDUNIT TO ST-UNIT(ST-IDX + 1)
                        MOVE ST-HOLDCAT TO ST-CAT(ST-IDX + 1)
                        MOVE ST-HOLDPRICE TO ST-PRICE(ST-IDX + 1)
                        MOVE ST-HOLDSTORE TO ST-STORE(ST-IDX + 1)
                        MOVE 'Y' TO ST-SWAPPED
                    END-IF
                END-PERFORM
            END-PERFORM.

           mastlist.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Ingredient Master:"

            OPEN INPUT IngMastFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ IngMastFile INTO IngMastTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END DISPLAY masteringredt, " ",
                       masterunitt, " ", mastercatt, " ",
                       masterpricet, " ", masternetct, " ",
                       masterfatt, " ", masterprott, " ", mastercalt,
                       " ", mastershelft
                   END-READ
               END-PERFORM
            CLOSE IngMastFile

            MOVE 'Z' TO WS-EOF

            DISPLAY "Add Ingredient(1)| Maintain Ingredient(3)|",
            " Return to start(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1" PERFORM newmaster
               WHEN "2" PERFORM begin
               WHEN "3" PERFORM maintmast
               WHEN OTHER DISPLAY "Invalid Try Again",
                   PERFORM mastlist.
            STOP RUN.

           maintmast.
            DISPLAY "Please Enter Ingredient Name to Maintain: "
            ACCEPT WS-MAST-NAME
            DISPLAY "Update Unit/Category/Price/Nutrition/Shelf",
            " Life(1)| Delete(2)| Cancel(3): "
            ACCEPT WS-MAST-ACTION

            MOVE 'N' TO WS-MAST-FOUND

            IF WS-MAST-ACTION EQUAL "1" THEN
                DISPLAY "Unit of Measure (ea/oz/cup/tbsp): "
                ACCEPT WS-NEW-UNIT
                DISPLAY "Category (produce/dairy/meat/pantry): "
                ACCEPT WS-NEW-CAT
                DISPLAY "Unit Price (dollars.cents): "
                ACCEPT WS-NEW-PRICE
                DISPLAY "Net Carbs (g) per Unit: "
                ACCEPT WS-NEW-NETC
                DISPLAY "Fat (g) per Unit: "
                ACCEPT WS-NEW-FAT
                DISPLAY "Protein (g) per Unit: "
                ACCEPT WS-NEW-PROT
                DISPLAY "Calories per Unit: "
                ACCEPT WS-NEW-CAL
                DISPLAY "Shelf Life (days, 0 if it keeps): "
                ACCEPT WS-NEW-SHELF
            END-IF

            IF WS-MAST-ACTION EQUAL "1" OR WS-MAST-ACTION EQUAL "2"
                THEN
                OPEN OUTPUT IngNewFile
                OPEN INPUT IngMastFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ IngMastFile INTO IngMastTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                        IF masteringredt EQUAL WS-MAST-NAME THEN
                            MOVE 'Y' TO WS-MAST-FOUND
                            IF WS-MAST-ACTION EQUAL "1" THEN
                                MOVE WS-NEW-UNIT TO masterunitt
                                MOVE WS-NEW-CAT TO mastercatt
                                MOVE WS-NEW-PRICE TO masterpricet
                                MOVE WS-NEW-NETC TO masternetct
                                MOVE WS-NEW-FAT TO masterfatt
                                MOVE WS-NEW-PROT TO masterprott
                                MOVE WS-NEW-CAL TO mastercalt
                                MOVE WS-NEW-SHELF TO mastershelft
                                WRITE IngNewInf FROM IngMastTemp
                                END-WRITE
                            END-IF
                        ELSE
                            WRITE IngNewInf FROM IngMastTemp
                            END-WRITE
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE IngMastFile
                CLOSE IngNewFile

                MOVE 'Z' TO WS-EOF

                OPEN INPUT IngNewFile
                OPEN OUTPUT IngMastFile
                PERFORM UNTIL WS-EOF = 'Y'
                    READ IngNewFile INTO IngMastTemp
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                        WRITE IngMastInf FROM IngMastTemp
                        END-WRITE
                    END-READ
                END-PERFORM
                CLOSE IngNewFile
                CLOSE IngMastFile

                MOVE 'Z' TO WS-EOF

                IF WS-MAST-FOUND NOT EQUAL 'Y' THEN
                    DISPLAY "Ingredient Not Found."
                END-IF
            END-IF

            PERFORM mastlist.

           newmaster.
            DISPLAY "Ingredient Name: "
            ACCEPT WS-MAST-NAME
            PERFORM find-ingmaster
            IF WS-MAST-FOUND EQUAL 'Y' THEN
                DISPLAY "'", WS-MAST-NAME, "' is already on the",
                " ingredient master - not added."
            ELSE
                PERFORM addmaster
            END-IF
            PERFORM mastlist.

           addmaster.
            MOVE WS-MAST-NAME TO masteringredt
            DISPLAY "Unit of Measure (ea/oz/cup/tbsp): "
            ACCEPT masterunitt
            DISPLAY "Category (produce/dairy/meat/pantry): "
            ACCEPT mastercatt
            DISPLAY "Unit Price (dollars.cents): "
            ACCEPT masterpricet
            DISPLAY "Net Carbs (g) per Unit: "
            ACCEPT masternetct
            DISPLAY "Fat (g) per Unit: "
            ACCEPT masterfatt
            DISPLAY "Protein (g) per Unit: "
            ACCEPT masterprott
            DISPLAY "Calories per Unit: "
            ACCEPT mastercalt
            DISPLAY "Shelf Life (days, 0 if it keeps): "
            ACCEPT mastershelft

            OPEN EXTEND IngMastFile
            WRITE IngMastInf FROM IngMastTemp
            END-WRITE
            CLOSE IngMastFile

            MOVE 'Y' TO WS-MAST-FOUND.

           find-ingmaster.
            MOVE 'N' TO WS-MAST-FOUND
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT IngMastFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ IngMastFile INTO IngMastTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF masteringredt EQUAL WS-MAST-NAME THEN
                        MOVE 'Y' TO WS-MAST-FOUND
                        MOVE 'Y' TO WS-EOF3
                    END-IF
                END-READ
            END-PERFORM
            CLOSE IngMastFile

            MOVE 'Z' TO WS-EOF3

            IF WS-MAST-FOUND NOT EQUAL 'Y' THEN
                MOVE SPACES TO masterunitt
                MOVE "OTHER" TO mastercatt
                MOVE 0 TO masterpricet
                MOVE 0 TO masternetct, masterfatt, masterprott,
                    mastercalt
                MOVE 0 TO mastershelft
            END-IF.

           pantry.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Pantry On Hand:"

            OPEN INPUT PantryFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PantryFile INTO PantryTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END DISPLAY pantryqtyt, "  ", pantrynamet,
                       "  stocked ", pantrydatet
                   END-READ
               END-PERFORM
            CLOSE PantryFile

            MOVE 'Z' TO WS-EOF

            DISPLAY "Record On-Hand(1)| Post Purchase(2)|",
            " Post Consumption(3)| Post From Meal Log(5)|",
            " Use It or Lose It(U)| Post Waste(W)| Waste Report(R)|",
            " Return to start(4)"
            ACCEPT choose
            EVALUATE choose
               WHEN "U" PERFORM usesoon
               WHEN "W" PERFORM wastepost
               WHEN "R" PERFORM wasterpt
               WHEN "1" MOVE "S" TO WS-PANTRY-MODE, PERFORM pantrypost
               WHEN "2" MOVE "P" TO WS-PANTRY-MODE, PERFORM pantrypost
               WHEN "3" MOVE "C" TO WS-PANTRY-MODE, PERFORM pantrypost
               WHEN "5" PERFORM postmeals
               WHEN "4" PERFORM begin
               WHEN OTHER DISPLAY "Invalid Try Again", PERFORM pantry.
            STOP RUN.

           pantrypost.
            DISPLAY "Please Enter Ingredient Name: "
            ACCEPT WS-PANTRY-NAME
            DISPLAY "Please Enter Quantity: "
            ACCEPT WS-PANTRY-QTY

            MOVE 'N' TO WS-PANTRY-FOUND

            OPEN OUTPUT PantryNewFile
            OPEN INPUT PantryFile
            PERFORM UNTIL WS-EOF = 'Y'
                READ PantryFile INTO PantryTemp
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    IF pantrynamet EQUAL WS-PANTRY-NAME THEN
                        MOVE 'Y' TO WS-PANTRY-FOUND
                        IF WS-PANTRY-MODE NOT EQUAL "C" THEN
                            IF pantrydatet IS NOT NUMERIC OR
                                    pantrydatet = 0 OR
                                    pantryqtyt = 0 THEN
                                MOVE WS-DATE-HOLD TO pantrydatet
                            END-IF
                        END-IF
                        EVALUATE WS-PANTRY-MODE
                           WHEN "S" MOVE WS-PANTRY-QTY TO pantryqtyt
                           WHEN "P" ADD WS-PANTRY-QTY TO pantryqtyt
                               ON SIZE ERROR
                               DISPLAY "Warning: pantry total for ",
                               pantrynamet, " exceeds maximum -",
                               " total may be understated."
                           END-ADD
                           WHEN "C"
                               IF WS-PANTRY-QTY > pantryqtyt THEN
                                   MOVE 0 TO pantryqtyt
                               ELSE
                                   SUBTRACT WS-PANTRY-QTY FROM
                                       pantryqtyt
                               END-IF
                        END-EVALUATE
                    END-IF
                    WRITE PantryNewInf FROM PantryTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE PantryFile

            IF WS-PANTRY-FOUND NOT EQUAL 'Y' THEN
                IF WS-PANTRY-MODE EQUAL "C" THEN
                    DISPLAY "Ingredient not in pantry -",
                    " nothing to consume."
                ELSE
                    MOVE WS-PANTRY-NAME TO pantrynamet
                    MOVE WS-PANTRY-QTY TO pantryqtyt
                    MOVE WS-DATE-HOLD TO pantrydatet
                    WRITE PantryNewInf FROM PantryTemp
                    END-WRITE
                END-IF
            END-IF
            CLOSE PantryNewFile

            MOVE 'Z' TO WS-EOF

            OPEN INPUT PantryNewFile
            OPEN OUTPUT PantryFile
            PERFORM UNTIL WS-EOF = 'Y'
                READ PantryNewFile INTO PantryTemp
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    WRITE PantryInf FROM PantryTemp
                    END-WRITE
                END-READ
            END-PERFORM
            CLOSE PantryNewFile
            CLOSE PantryFile

            MOVE 'Z' TO WS-EOF

            PERFORM pantry.

           usesoon.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Please Enter Number of Days Ahead: "
            ACCEPT WS-USE-DAYS

            PERFORM use-soon-run

            PERFORM pantry.

           use-soon-run.
            DISPLAY "Items to use within ", WS-USE-DAYS, " day(s):"

            PERFORM load-left-shelf
            MOVE 0 TO WS-USE-COUNT
            COMPUTE WS-USE-LIMIT = WS-DATE + WS-USE-DAYS

            OPEN OUTPUT UseRptFile

            MOVE SPACES TO RptLine
            STRING "USE IT OR LOSE IT - ITEMS EXPIRING WITHIN "
                DELIMITED BY SIZE, WS-USE-DAYS DELIMITED BY SIZE,
                " DAY(S)" DELIMITED BY SIZE INTO RptLine
            WRITE UseRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE UseRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE UseRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "TYPE" TO RptLine(1:4)
            MOVE "ITEM" TO RptLine(11:4)
            MOVE "QTY" TO RptLine(33:3)
            MOVE "UNIT" TO RptLine(38:4)
            MOVE "USE BY" TO RptLine(48:6)
            MOVE "DAYS LEFT" TO RptLine(58:9)
            WRITE UseRptLine FROM RptLine
            END-WRITE

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT PantryFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ PantryFile INTO PantryTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END PERFORM use-soon-pantry
                END-READ
            END-PERFORM
            CLOSE PantryFile

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT LeftFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ LeftFile INTO LeftTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END PERFORM use-soon-left
                END-READ
            END-PERFORM
            CLOSE LeftFile

            MOVE 'Z' TO WS-EOF2

            MOVE SPACES TO RptLine
            WRITE UseRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE WS-USE-COUNT TO RptLine(1:4)
            MOVE "ITEM(S) TO USE OR LOSE" TO RptLine(6:22)
            WRITE UseRptLine FROM RptLine
            END-WRITE

            CLOSE UseRptFile

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Use-it-or-lose-it list written to UseSoon.RPT - "
                DELIMITED BY SIZE, WS-USE-COUNT DELIMITED BY SIZE,
                " item(s)" DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           use-soon-pantry.
            IF pantryqtyt IS NUMERIC AND pantryqtyt > 0 AND
                    pantrydatet IS NUMERIC AND pantrydatet > 0 THEN
                MOVE pantrynamet TO WS-MAST-NAME
                PERFORM find-ingmaster
                IF mastershelft IS NUMERIC AND mastershelft > 0 THEN
                    COMPUTE WS-EXP-INT =
                            FUNCTION INTEGER-OF-DATE(pantrydatet) +
                            mastershelft
                    IF WS-EXP-INT <= WS-USE-LIMIT THEN
                        MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-INT) TO
                        WS-EXP-DATE
                        COMPUTE WS-EXP-DAYS = WS-EXP-INT - WS-DATE
                        MOVE SPACES TO RptLine
                        MOVE "PANTRY" TO RptLine(1:6)
                        MOVE pantrynamet TO RptLine(11:15)
                        MOVE pantryqtyt TO RptLine(33:3)
                        MOVE masterunitt TO RptLine(38:8)
                        PERFORM use-soon-line
                    END-IF
                END-IF
            END-IF.

           use-soon-left.
            IF leftqtyt IS NUMERIC AND leftqtyt > 0 THEN
                PERFORM left-expiry
                IF WS-EXP-INT <= WS-USE-LIMIT THEN
                    MOVE SPACES TO RptLine
                    MOVE "LEFTOVER" TO RptLine(1:8)
                    MOVE leftnamet TO RptLine(11:20)
                    MOVE leftqtyt TO RptLine(34:2)
                    MOVE "serving" TO RptLine(38:8)
                    PERFORM use-soon-line
                END-IF
            END-IF.

           use-soon-line.
            MOVE WS-EXP-DATE TO RptLine(48:8)
            IF WS-EXP-DAYS < 0 THEN
                MOVE "EXPIRED" TO RptLine(58:7)
            ELSE
                MOVE WS-EXP-DAYS TO WS-EXP-DISP
                MOVE WS-EXP-DISP TO RptLine(58:5)
            END-IF
            WRITE UseRptLine FROM RptLine
            END-WRITE
            ADD 1 TO WS-USE-COUNT
            DISPLAY RptLine(1:66).

           wastepost.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            DISPLAY "Write Off Expired(1)| Discard Pantry Item(2)|",
            " Discard Leftover(3)| Cancel(4)"
            ACCEPT WS-WASTE-MODE

            EVALUATE WS-WASTE-MODE
               WHEN "1" PERFORM waste-expired-run
               WHEN "2" PERFORM waste-discard-pantry
               WHEN "3" PERFORM waste-discard-left
               WHEN OTHER CONTINUE
            END-EVALUATE

            PERFORM pantry.

           waste-expired-run.
            DISPLAY "Writing off expired pantry items and leftovers..."

            MOVE 0 TO WS-WASTE-COUNT
            MOVE 0 TO WS-WASTE-TOTAL
            PERFORM load-left-shelf

            PERFORM load-pantrytable
            IF PT-OVERFLOW EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: expired pantry items were not"
                    DELIMITED BY SIZE, " written off"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            ELSE
                PERFORM VARYING PT-IDX FROM 1 BY 1
                        UNTIL PT-IDX > PT-TOTAL
                    PERFORM waste-pantry-check
                END-PERFORM
                PERFORM save-pantrytable
            END-IF

            MOVE 'Z' TO WS-EOF2

            OPEN OUTPUT LeftNewFile
            OPEN INPUT LeftFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ LeftFile INTO LeftTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    PERFORM left-expiry
                    IF WS-EXP-INT < WS-DATE AND leftqtyt > 0 THEN
                        MOVE leftnamet TO WS-LEFT-NAME
                        MOVE leftqtyt TO WS-WASTE-QTY
                        MOVE "EXPIRED" TO wastereasont
                        PERFORM waste-leftover
                    ELSE
                        WRITE LeftNewInf FROM LeftTemp
                        END-WRITE
                    END-IF
                END-READ
            END-PERFORM
            CLOSE LeftFile
            CLOSE LeftNewFile

            PERFORM left-copyback

            PERFORM waste-log.

           waste-log.
            MOVE WS-WASTE-TOTAL TO WS-ACT-DISP
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Waste posted: " DELIMITED BY SIZE,
                WS-WASTE-COUNT DELIMITED BY SIZE,
                " item(s) written off at a cost of "
                DELIMITED BY SIZE, WS-ACT-DISP DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM runlog-write.

           waste-pantry-check.
            IF PT-QTY(PT-IDX) > 0 AND PT-DATE(PT-IDX) > 0 THEN
                MOVE PT-NAME(PT-IDX) TO WS-MAST-NAME
                PERFORM find-ingmaster
                IF mastershelft IS NUMERIC AND mastershelft > 0 THEN
                    COMPUTE WS-EXP-INT =
                            FUNCTION INTEGER-OF-DATE(PT-DATE(PT-IDX))
                            + mastershelft
                    IF WS-EXP-INT < WS-DATE THEN
                        MOVE PT-QTY(PT-IDX) TO WS-WASTE-QTY
                        MOVE "EXPIRED" TO wastereasont
                        PERFORM waste-pantry
                        MOVE 0 TO PT-QTY(PT-IDX)
                    END-IF
                END-IF
            END-IF.

           waste-pantry.
            MOVE WS-DATE-HOLD TO wastedatet
            MOVE "P" TO wastetypet
            MOVE PT-NAME(PT-IDX) TO wastenamet
            MOVE WS-WASTE-QTY TO wasteqtyt
            MOVE masterunitt TO wasteunitt
            COMPUTE wastecostt = WS-WASTE-QTY * masterpricet
            PERFORM waste-write.

           waste-leftover.
            PERFORM waste-left-cost
            MOVE WS-DATE-HOLD TO wastedatet
            MOVE "L" TO wastetypet
            MOVE WS-LEFT-NAME TO wastenamet
            MOVE WS-WASTE-QTY TO wasteqtyt
            MOVE "serving" TO wasteunitt
            COMPUTE wastecostt = WS-WASTE-QTY * WS-PS-COST
            PERFORM waste-write.

           waste-left-cost.
            MOVE 0 TO WS-PS-COST
            MOVE 'N' TO WS-FOUND-REC

            OPEN INPUT RecipeFile
            MOVE WS-LEFT-NAME TO recname
            READ RecipeFile INTO RecTemp
                KEY IS recname
                INVALID KEY MOVE 'N' TO WS-FOUND-REC
                NOT INVALID KEY MOVE 'Y' TO WS-FOUND-REC
            END-READ
            CLOSE RecipeFile

            IF WS-FOUND-REC EQUAL 'Y' THEN
                PERFORM recipe-macro-calc
            ELSE
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: leftover '" DELIMITED BY SIZE,
                    WS-LEFT-NAME DELIMITED BY SIZE,
                    "' has no recipe - waste not priced"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF.

           waste-write.
            OPEN EXTEND WasteFile
            WRITE WasteInf FROM WasteTemp
            END-WRITE
            CLOSE WasteFile

            ADD 1 TO WS-WASTE-COUNT
            ADD wastecostt TO WS-WASTE-TOTAL.

           waste-discard-pantry.
            MOVE 0 TO WS-WASTE-COUNT
            MOVE 0 TO WS-WASTE-TOTAL

            DISPLAY "Please Enter Ingredient Name: "
            ACCEPT WS-PANTRY-NAME
            DISPLAY "Please Enter Quantity Discarded: "
            ACCEPT WS-WASTE-QTY

            PERFORM load-pantrytable
            IF PT-OVERFLOW EQUAL 'Y' THEN
                DISPLAY "Pantry is too large to update -",
                " nothing written off."
            ELSE
                MOVE 'N' TO PT-FOUND
                PERFORM VARYING PT-IDX FROM 1 BY 1
                        UNTIL PT-IDX > PT-TOTAL OR PT-FOUND = 'Y'
                    IF PT-NAME(PT-IDX) EQUAL WS-PANTRY-NAME THEN
                        MOVE 'Y' TO PT-FOUND
                    END-IF
                END-PERFORM
                IF PT-FOUND NOT EQUAL 'Y' THEN
                    DISPLAY "Ingredient not in pantry -",
                    " nothing to write off."
                ELSE
                    SUBTRACT 1 FROM PT-IDX
                    IF WS-WASTE-QTY > PT-QTY(PT-IDX) THEN
                        MOVE PT-QTY(PT-IDX) TO WS-WASTE-QTY
                    END-IF
                    MOVE WS-PANTRY-NAME TO WS-MAST-NAME
                    PERFORM find-ingmaster
                    MOVE "DISCARDED" TO wastereasont
                    PERFORM waste-pantry
                    SUBTRACT WS-WASTE-QTY FROM PT-QTY(PT-IDX)
                    PERFORM save-pantrytable
                    PERFORM waste-log
                END-IF
            END-IF.

           waste-discard-left.
            MOVE 0 TO WS-WASTE-COUNT
            MOVE 0 TO WS-WASTE-TOTAL

            DISPLAY "Please Enter Leftover Recipe Name: "
            ACCEPT WS-LEFT-NAME
            DISPLAY "Please Enter Servings Discarded: "
            ACCEPT WS-WASTE-QTY

            PERFORM load-lefttable
            MOVE 'N' TO LT-FOUND
            PERFORM VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > LT-TOTAL OR LT-FOUND = 'Y'
                IF LT-NAME(LT-IDX) EQUAL WS-LEFT-NAME THEN
                    MOVE 'Y' TO LT-FOUND
                END-IF
            END-PERFORM

            IF LT-FOUND NOT EQUAL 'Y' THEN
                DISPLAY "No leftovers of that recipe on hand -",
                " nothing to write off."
            ELSE
                SUBTRACT 1 FROM LT-IDX
                IF WS-WASTE-QTY > LT-QTY(LT-IDX) THEN
                    MOVE LT-QTY(LT-IDX) TO WS-WASTE-QTY
                END-IF
                PERFORM leftover-consume WS-WASTE-QTY TIMES
                MOVE "DISCARDED" TO wastereasont
                PERFORM waste-leftover
                PERFORM waste-log
            END-IF.

           wasterpt.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"

            PERFORM waste-rpt-run

            PERFORM pantry.

           waste-rpt-run.
            DISPLAY "Building weekly waste report..."

            MOVE 0 TO SW-TOTAL
            MOVE 0 TO WS-WASTE-TOTAL
            MOVE 0 TO WS-WASTE-LEFT
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT SpendFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ SpendFile INTO SpendTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF spendactualt IS NOT NUMERIC THEN
                        MOVE 0 TO spendactualt
                    END-IF
                    IF SW-TOTAL < 104 THEN
                        ADD 1 TO SW-TOTAL
                        MOVE spendweekt TO SW-WEEK(SW-TOTAL)
                        MOVE FUNCTION INTEGER-OF-DATE(spendweekt) TO
                        SW-INT(SW-TOTAL)
                        MOVE spendtotalt TO SW-EST(SW-TOTAL)
                        MOVE spendactualt TO SW-ACT(SW-TOTAL)
                        MOVE 0 TO SW-WASTE(SW-TOTAL)
                    ELSE
                        DISPLAY "Warning: spend week table is full -",
                        " week ", spendweekt, " was left out."
                    END-IF
                END-READ
            END-PERFORM
            CLOSE SpendFile

            MOVE 'Z' TO WS-EOF2

            OPEN INPUT WasteFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ WasteFile INTO WasteTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    ADD wastecostt TO WS-WASTE-TOTAL
                    PERFORM waste-find-week
                    IF SW-FOUND EQUAL 'Y' THEN
                        ADD wastecostt TO SW-WASTE(SW-IDX)
                    ELSE
                        ADD wastecostt TO WS-WASTE-LEFT
                    END-IF
                END-READ
            END-PERFORM
            CLOSE WasteFile

            MOVE 'Z' TO WS-EOF2

            OPEN OUTPUT WasteRptFile

            MOVE SPACES TO RptLine
            MOVE "WEEKLY FOOD WASTE REPORT" TO RptLine(1:24)
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN DATE: " DELIMITED BY SIZE, WS-DATE-HOLD
                DELIMITED BY SIZE INTO RptLine
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "WEEK OF" TO RptLine(1:7)
            MOVE "ESTIMATE" TO RptLine(14:8)
            MOVE "ACTUAL" TO RptLine(28:6)
            MOVE "WASTE" TO RptLine(41:5)
            MOVE "WASTE %" TO RptLine(49:7)
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            PERFORM VARYING SW-IDX FROM 1 BY 1 UNTIL SW-IDX > SW-TOTAL
                PERFORM waste-rpt-week
            END-PERFORM

            MOVE SPACES TO RptLine
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "WASTE OUTSIDE ANY SPEND WEEK" TO RptLine(1:28)
            MOVE WS-WASTE-LEFT TO WS-BASKET-DISP
            MOVE WS-BASKET-DISP TO RptLine(37:9)
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "TOTAL WASTE AT MASTER PRICE" TO RptLine(1:27)
            MOVE WS-WASTE-TOTAL TO WS-BASKET-DISP
            MOVE WS-BASKET-DISP TO RptLine(37:9)
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            CLOSE WasteRptFile

            MOVE WS-WASTE-TOTAL TO WS-ACT-DISP
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Waste report written to Waste.RPT - total waste "
                DELIMITED BY SIZE, WS-ACT-DISP DELIMITED BY SIZE
                INTO WS-LOG-TEXT
            PERFORM runlog-write.

           waste-find-week.
            MOVE 'N' TO SW-FOUND
            MOVE FUNCTION INTEGER-OF-DATE(wastedatet) TO WS-WASTE-INT
            PERFORM VARYING SW-IDX FROM 1 BY 1
                    UNTIL SW-IDX > SW-TOTAL OR SW-FOUND = 'Y'
                IF WS-WASTE-INT >= SW-INT(SW-IDX) AND
                        WS-WASTE-INT <= SW-INT(SW-IDX) + 6 THEN
                    MOVE 'Y' TO SW-FOUND
                END-IF
            END-PERFORM
            IF SW-FOUND EQUAL 'Y' THEN
                SUBTRACT 1 FROM SW-IDX
            END-IF.

           waste-rpt-week.
            MOVE SPACES TO RptLine
            MOVE SW-WEEK(SW-IDX) TO RptLine(1:8)
            MOVE SW-EST(SW-IDX) TO WS-BASKET-DISP
            MOVE WS-BASKET-DISP TO RptLine(13:9)
            MOVE SW-ACT(SW-IDX) TO WS-ACT-DISP
            MOVE WS-ACT-DISP TO RptLine(25:9)
            MOVE SW-WASTE(SW-IDX) TO WS-BASKET-DISP
            MOVE WS-BASKET-DISP TO RptLine(37:9)
            IF SW-ACT(SW-IDX) > 0 THEN
                COMPUTE WS-WASTE-PCT ROUNDED = SW-WASTE(SW-IDX) *
                        100 / SW-ACT(SW-IDX)
                    ON SIZE ERROR MOVE 999.9 TO WS-WASTE-PCT
                END-COMPUTE
            ELSE
                IF SW-EST(SW-IDX) > 0 THEN
                    COMPUTE WS-WASTE-PCT ROUNDED = SW-WASTE(SW-IDX) *
                            100 / SW-EST(SW-IDX)
                        ON SIZE ERROR MOVE 999.9 TO WS-WASTE-PCT
                    END-COMPUTE
                ELSE
                    MOVE 0 TO WS-WASTE-PCT
                END-IF
            END-IF
            MOVE WS-WASTE-PCT TO WS-WASTE-PCT-D
            MOVE WS-WASTE-PCT-D TO RptLine(50:5)
            WRITE WasteRptLine FROM RptLine
            END-WRITE

            IF SW-WASTE(SW-IDX) > 0 THEN
                MOVE 'Z' TO WS-EOF2
                OPEN INPUT WasteFile
                PERFORM UNTIL WS-EOF2 = 'Y'
                    READ WasteFile INTO WasteTemp
                        AT END MOVE 'Y' TO WS-EOF2
                        NOT AT END
                        MOVE FUNCTION INTEGER-OF-DATE(wastedatet) TO
                        WS-WASTE-INT
                        IF WS-WASTE-INT >= SW-INT(SW-IDX) AND
                                WS-WASTE-INT <= SW-INT(SW-IDX) + 6
                                THEN
                            PERFORM waste-rpt-detail
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE WasteFile
                MOVE 'Z' TO WS-EOF2
            END-IF.

           waste-rpt-detail.
            MOVE SPACES TO RptLine
            MOVE wastedatet TO RptLine(5:8)
            IF WASTE-IS-PANTRY THEN
                MOVE "PANTRY" TO RptLine(15:6)
            ELSE
                MOVE "LEFTOVER" TO RptLine(15:8)
            END-IF
            MOVE wastenamet TO RptLine(25:20)
            MOVE wasteqtyt TO RptLine(46:3)
            MOVE wasteunitt TO RptLine(50:8)
            MOVE wastereasont TO RptLine(59:9)
            MOVE wastecostt TO WS-EXT-DISP
            MOVE WS-EXT-DISP TO RptLine(69:8)
            WRITE WasteRptLine FROM RptLine
            END-WRITE.

           postmeals.
            DISPLAY " "
                MOVE "Posting run skipped - no meals were posted"
                TO WS-LOG-TEXT
                PERFORM runlog-write
                MOVE 8 TO WS-STEP-RC
            ELSE
                PERFORM post-meals-apply
            END-IF.
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF Mealdayt <= WS-DATE AND
                               Mealpostedt NOT EQUAL 'P' AND
                               NOT OFFPLANt THEN
                           IF Mealleftt EQUAL 'C' THEN
                               PERFORM post-prepped-meal
                           END-IF
                           IF Mealleftt EQUAL 'L' THEN
                               MOVE 'P' TO Mealpostedt
                               ADD 1 TO WS-POST-COUNT
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           post-prepped-meal.
            MOVE Mealnamet TO WS-LEFT-NAME
            PERFORM leftover-consume
            IF WS-LEFT-FOUND NOT EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: no prepped leftover of '" DELIMITED BY
                    SIZE, Mealnamet DELIMITED BY SIZE,
                    "' on file - meal posted anyway"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF
            MOVE 'L' TO Mealleftt.

           post-one-meal.
            MOVE ingredst TO WS-PARSE
            PERFORM UNTIL WS-PARSE EQUAL SPACES
            END-PERFORM.

           pantry-deduct.
            MOVE WS-TOK-QTY TO WS-CONV-QTY
            PERFORM pantry-deduct-qty.

           pantry-deduct-qty.
            MOVE indivingredt TO WS-MAST-NAME
            PERFORM find-ingmaster

            MOVE WS-TOK-UNIT TO WS-CONV-FROM
            IF WS-CONV-FROM EQUAL SPACES THEN
                MOVE masterunitt(1:4) TO WS-CONV-FROM
                        ADD 1 TO PT-TOTAL
                        MOVE pantrynamet TO PT-NAME(PT-TOTAL)
                        MOVE pantryqtyt TO PT-QTY(PT-TOTAL)
                        IF pantrydatet IS NUMERIC THEN
                            MOVE pantrydatet TO PT-DATE(PT-TOTAL)
                        ELSE
                            MOVE 0 TO PT-DATE(PT-TOTAL)
                        END-IF
                    ELSE
                        MOVE 'Y' TO PT-OVERFLOW
                    END-IF
                    UNTIL PT-IDX > PT-TOTAL
                MOVE PT-NAME(PT-IDX) TO pantrynamet
                MOVE PT-QTY(PT-IDX) TO pantryqtyt
                MOVE PT-DATE(PT-IDX) TO pantrydatet
                WRITE PantryInf FROM PantryTemp
                END-WRITE
            END-PERFORM
            MOVE 0 TO MO-TOTAL
            MOVE 0 TO MU-TOTAL

            MOVE 'Z' TO WS-EOF2
            OPEN INPUT MealHistFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                INTO WS-LOG-TEXT
            PERFORM runlog-write.

           trend-find-month.
            MOVE 0 TO WS-MO-AT
            PERFORM VARYING MO-IDX2 FROM 1 BY 1
                IF WS-TR-DAY >= 1 AND WS-TR-DAY <= 31 THEN
                    MOVE "X" TO MO-DAYMAP(WS-MO-AT)(WS-TR-DAY:1)
                END-IF
                PERFORM meal-recipe-lookup
                IF WS-FOUND-REC EQUAL 'Y' THEN
                    ADD netcarbst TO MO-CARBS(WS-MO-AT)
                    ADD caloriest TO MO-CALS(WS-MO-AT)
                ELSE
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: meal '" DELIMITED BY SIZE,
                        Mealnamet DELIMITED BY SIZE,
                        "' does not match any recipe version -"
                        DELIMITED BY SIZE,
                        " left out of the trend averages"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                MOVE WS-REST TO WS-PARSE
            END-PERFORM.

           ver-check-offplan.
            IF Mealocarbst IS NOT NUMERIC OR Mealofatt IS NOT NUMERIC
                    OR Mealoprott IS NOT NUMERIC OR
                    Mealocalst IS NOT NUMERIC OR
                    Mealocostt IS NOT NUMERIC THEN
                MOVE SPACES TO WS-VER-TEXT
                STRING "Off-plan meal on " DELIMITED BY SIZE,
                    Mealdayfort DELIMITED BY SIZE, ": '"
                    DELIMITED BY SIZE, Mealnamet DELIMITED BY SIZE,
                    "' has non-numeric macros or cost"
                    DELIMITED BY SIZE INTO WS-VER-TEXT
                PERFORM ver-except
            END-IF.

           ver-find-recipe.
            MOVE 'N' TO WS-FOUND-REC
            PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                    UNTIL WS-RT-IDX > RT-TOTAL OR WS-FOUND-REC = 'Y'
                    OR OFFPLANt
                IF RT-NAME(WS-RT-IDX) EQUAL Mealnamet THEN
                    MOVE 'Y' TO WS-FOUND-REC
                END-IF
            END-PERFORM
            IF WS-FOUND-REC NOT EQUAL 'Y' THEN
                PERFORM meal-recipe-lookup
            END-IF.

           ver-check-meals.
            MOVE 'Z' TO WS-EOF2
                READ MealFile INTO MealTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF OFFPLANt THEN
                        PERFORM ver-check-offplan
                    END-IF
                    PERFORM ver-find-recipe
                    IF WS-FOUND-REC NOT EQUAL 'Y' THEN
                        MOVE SPACES TO WS-VER-TEXT
                            Mealdayfort DELIMITED BY SIZE, ": '"
                            DELIMITED BY SIZE, Mealnamet
                            DELIMITED BY SIZE,
                            "' has no matching recipe version"
                            DELIMITED BY SIZE INTO WS-VER-TEXT
                        PERFORM ver-except
                    END-IF
                READ MealHistFile INTO MealTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF OFFPLANt THEN
                        PERFORM ver-check-offplan
                    END-IF
                    PERFORM ver-find-recipe
                    IF WS-FOUND-REC NOT EQUAL 'Y' THEN
                        MOVE SPACES TO WS-VER-TEXT
                            Mealdayfort DELIMITED BY SIZE, ": '"
                            DELIMITED BY SIZE, Mealnamet
                            DELIMITED BY SIZE,
                            "' has no matching recipe version"
                            DELIMITED BY SIZE INTO WS-VER-TEXT
                        PERFORM ver-except
                    END-IF

            MOVE 'Z' TO WS-EOF2.

           weekclose.
            DISPLAY " "
            DISPLAY "--------------------------------------------------"
            PERFORM load-close-ctl
            IF WS-CLOSED-THRU = 0 THEN
                DISPLAY "No weeks have been closed."
            ELSE
                DISPLAY "Weeks closed through ", WS-CLOSED-THRU
            END-IF

            DISPLAY "Close Week(1)| Reopen Week(3)| Return to start(2)"
            ACCEPT choose
            EVALUATE choose
               WHEN "1"
                   DISPLAY "Please Enter Week Start Date (yyyymmdd,",
                   " blank for last week): "
                   ACCEPT WS-CLOSE-WEEK
                   PERFORM week-close-run
                   PERFORM weekclose
               WHEN "3" PERFORM weekreopen
               WHEN "2" PERFORM begin
               WHEN OTHER DISPLAY "Invalid Try Again",
                   PERFORM weekclose.
            STOP RUN.

           weekreopen.
            DISPLAY "Please Enter Any Date in the Week to Reopen",
            " (yyyymmdd): "
            ACCEPT WS-LOCK-DATE
            DISPLAY "Supervisor Name: "
            ACCEPT WS-CLOSE-SUPER

            PERFORM week-lock-check

            IF WS-CLOSE-SUPER EQUAL SPACES THEN
                DISPLAY "A supervisor name is required. Reopen",
                " cancelled."
            ELSE
                IF WS-LOCKED NOT EQUAL 'Y' THEN
                    DISPLAY "That week is not closed."
                ELSE
                    PERFORM week-close-find
                    MOVE "REOPEN" TO auditactiont
                    MOVE SPACES TO auditkeyt
                    STRING WS-CLOSE-WEEK DELIMITED BY SIZE, " "
                        DELIMITED BY SIZE, WS-CLOSE-SUPER
                        DELIMITED BY SIZE INTO auditkeyt
                    PERFORM write-audit
                    DISPLAY "Week of ", WS-CLOSE-WEEK, " reopened by ",
                    WS-CLOSE-SUPER
                    DISPLAY "Close the week again once the",
                    " corrections are made."
                END-IF
            END-IF

            PERFORM weekclose.

           week-close-run.
            IF WS-CLOSE-WEEK IS NOT NUMERIC OR WS-CLOSE-WEEK = 0 THEN
                COMPUTE WS-CLOSE-START-INT = WS-DATE - 7
                MOVE FUNCTION DATE-OF-INTEGER(WS-CLOSE-START-INT) TO
                WS-CLOSE-WEEK
            END-IF
            MOVE FUNCTION INTEGER-OF-DATE(WS-CLOSE-WEEK) TO
            WS-CLOSE-START-INT
            COMPUTE WS-CLOSE-END-INT = WS-CLOSE-START-INT + 6
            MOVE FUNCTION DATE-OF-INTEGER(WS-CLOSE-END-INT) TO
            WS-CLOSE-END

            MOVE WS-CLOSE-WEEK TO WS-LOCK-DATE
            PERFORM week-lock-check

            IF WS-CLOSE-START-INT = 0 OR WS-CLOSE-END-INT >= WS-DATE
                    THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Rejected week close - week of " DELIMITED BY
                    SIZE, WS-CLOSE-WEEK DELIMITED BY SIZE,
                    " is not a valid week that has ended"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
                MOVE 8 TO WS-STEP-RC
            ELSE
                IF WS-LOCKED EQUAL 'Y' THEN
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Rejected week close - week of "
                        DELIMITED BY SIZE, WS-CLOSE-WEEK
                        DELIMITED BY SIZE, " is already closed"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM runlog-write
                    MOVE 8 TO WS-STEP-RC
                ELSE
                    PERFORM week-close-apply
                END-IF
            END-IF.

           week-close-apply.
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Closing week of " DELIMITED BY SIZE, WS-CLOSE-WEEK
                DELIMITED BY SIZE, " to " DELIMITED BY SIZE,
                WS-CLOSE-END DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write

            PERFORM post-meals-run

            IF PT-OVERFLOW EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Rejected week close - week of " DELIMITED BY
                    SIZE, WS-CLOSE-WEEK DELIMITED BY SIZE,
                    " pantry posting was skipped" DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM runlog-write
                MOVE 8 TO WS-STEP-RC
            ELSE
                PERFORM week-close-post
            END-IF.

           week-close-post.
            MOVE WS-CLOSE-START-INT TO WS-WEEK-START
            MOVE WS-CLOSE-WEEK TO WS-WEEK-FOR
            PERFORM week-close-spend
            IF wcactt = 0 THEN
                PERFORM receipt-week-scan
                IF WS-RCPT-INWEEK = 0 THEN
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Warning: no receipt lines dated in week of "
                        DELIMITED BY SIZE, WS-CLOSE-WEEK DELIMITED BY
                        SIZE, " - spend closed as zero"
                        DELIMITED BY SIZE INTO WS-LOG-TEXT
                    PERFORM runlog-write
                ELSE
                    MOVE 'Y' TO WS-RCPT-WINDOW
                    PERFORM receipt-run
                    MOVE 'N' TO WS-RCPT-WINDOW
                    MOVE WS-CLOSE-WEEK TO WS-WEEK-FOR
                    PERFORM week-close-spend
                END-IF
            ELSE
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Receipt for week of " DELIMITED BY SIZE,
                    WS-CLOSE-WEEK DELIMITED BY SIZE,
                    " already reconciled - not posted again"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF
            COMPUTE WS-WEEK-START = WS-DATE - 7

            IF WS-CLOSE-FOUND NOT EQUAL 'Y' THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: Spend.DAT has no record for week of "
                    DELIMITED BY SIZE, WS-CLOSE-WEEK DELIMITED BY SIZE,
                    " - spend closed as zero" DELIMITED BY SIZE
                    INTO WS-LOG-TEXT
                PERFORM runlog-write
            END-IF

            PERFORM week-close-totals

            MOVE WS-CLOSE-WEEK TO wcweekt
            MOVE WS-CLOSE-END TO wcendt
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-NOW
            MOVE WS-AUDIT-NOW(1:8) TO wcdatet
            MOVE WS-AUDIT-NOW(9:6) TO wctimet
            ACCEPT wcusert FROM ENVIRONMENT "USER"

            OPEN EXTEND WeekCloseFile
            WRITE WeekCloseInf FROM WeekCloseTemp
            END-WRITE
            CLOSE WeekCloseFile

            PERFORM load-close-ctl
            IF WS-CLOSE-END > WS-CLOSED-THRU THEN
                MOVE WS-CLOSE-END TO cctlthrut
            ELSE
                MOVE WS-CLOSED-THRU TO cctlthrut
            END-IF
            MOVE WS-CLOSE-WEEK TO cctlweekt
            MOVE WS-DATE-HOLD TO cctldatet
            OPEN OUTPUT CloseCtlFile
            WRITE CloseCtlInf FROM CloseCtlTemp
            END-WRITE
            CLOSE CloseCtlFile

            MOVE "WEEKCLOSE" TO auditactiont
            MOVE SPACES TO auditkeyt
            MOVE WS-CLOSE-WEEK TO auditkeyt
            PERFORM write-audit

            MOVE wccarbst TO WS-CARB-DISP
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Week of " DELIMITED BY SIZE, WS-CLOSE-WEEK
                DELIMITED BY SIZE, " closed: " DELIMITED BY SIZE,
                wcmealst DELIMITED BY SIZE, " meal(s), net carbs "
                DELIMITED BY SIZE, WS-CARB-DISP DELIMITED BY SIZE,
                ", closed through " DELIMITED BY SIZE, cctlthrut
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write

            MOVE wcestt TO WS-BASKET-DISP
            MOVE wcactt TO WS-ACT-DISP
            MOVE wcpantryt TO WS-CLOSE-DISP
            MOVE SPACES TO WS-LOG-TEXT
            STRING "Week of " DELIMITED BY SIZE, WS-CLOSE-WEEK
                DELIMITED BY SIZE, " spend est " DELIMITED BY SIZE,
                WS-BASKET-DISP DELIMITED BY SIZE, " actual "
                DELIMITED BY SIZE, WS-ACT-DISP DELIMITED BY SIZE,
                ", pantry value " DELIMITED BY SIZE, WS-CLOSE-DISP
                DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write.

           week-close-spend.
            MOVE 'N' TO WS-CLOSE-FOUND
            MOVE 0 TO wcestt
            MOVE 0 TO wcactt
            MOVE 'Z' TO WS-EOF2

            OPEN INPUT SpendFile
            PERFORM UNTIL WS-EOF2 = 'Y'
                READ SpendFile INTO SpendTemp
                    AT END MOVE 'Y' TO WS-EOF2
                    NOT AT END
                    IF spendweekt EQUAL WS-CLOSE-WEEK THEN
                        IF spendactualt IS NOT NUMERIC THEN
                            MOVE 0 TO spendactualt
                        END-IF
                        MOVE 'Y' TO WS-CLOSE-FOUND
                        MOVE spendtotalt TO wcestt
                        MOVE spendactualt TO wcactt
                    END-IF
                END-READ
            END-PERFORM
            CLOSE SpendFile

            MOVE 'Z' TO WS-EOF2.

           week-close-totals.
            MOVE 0 TO wcmealst
            MOVE 0 TO wccarbst
            MOVE 0 TO wcpantryt

            OPEN INPUT MealFile
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MealFile INTO MealTemp
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                       IF Mealdayt >= WS-CLOSE-START-INT AND
                               Mealdayt <= WS-CLOSE-END-INT THEN
                           ADD 1 TO wcmealst
                           PERFORM left-recipe-servings
                           IF WS-FOUND-REC EQUAL 'Y' THEN
                               ADD netcarbst TO wccarbst
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
            CLOSE MealFile

            MOVE 'Z' TO WS-EOF

            PERFORM load-pantrytable
            PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-TOTAL
                MOVE PT-NAME(PT-IDX) TO WS-MAST-NAME
                PERFORM find-ingmaster
                COMPUTE wcpantryt = wcpantryt +
                        PT-QTY(PT-IDX) * masterpricet
            END-PERFORM.

           week-close-find.
            MOVE WS-LOCK-DATE TO WS-CLOSE-WEEK
            MOVE FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE) TO WS-LOCK-INT
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT WeekCloseFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ WeekCloseFile INTO WeekCloseTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    MOVE FUNCTION INTEGER-OF-DATE(wcweekt) TO
                    WS-LOCK-KEY-INT
                    IF WS-LOCK-INT >= WS-LOCK-KEY-INT AND
                            WS-LOCK-INT <= WS-LOCK-KEY-INT + 6 THEN
                        MOVE wcweekt TO WS-CLOSE-WEEK
                    END-IF
                END-READ
            END-PERFORM
            CLOSE WeekCloseFile

            MOVE 'Z' TO WS-EOF3.

           load-close-ctl.
            MOVE 0 TO WS-CLOSED-THRU

            OPEN INPUT CloseCtlFile
            READ CloseCtlFile INTO CloseCtlTemp
                AT END CONTINUE
                NOT AT END
                IF cctlthrut IS NUMERIC THEN
                    MOVE cctlthrut TO WS-CLOSED-THRU
                END-IF
            END-READ
            CLOSE CloseCtlFile.

           week-lock-check.
            MOVE 'N' TO WS-LOCKED
            PERFORM load-close-ctl

            IF WS-LOCK-DATE IS NUMERIC AND WS-LOCK-DATE > 0 AND
                    WS-LOCK-DATE <= WS-CLOSED-THRU THEN
                MOVE 'Y' TO WS-LOCKED
                MOVE FUNCTION INTEGER-OF-DATE(WS-LOCK-DATE) TO
                WS-LOCK-INT
                MOVE SPACES TO WS-LOCK-STATE
                MOVE 'Z' TO WS-EOF3

                OPEN INPUT AuditFile
                PERFORM UNTIL WS-EOF3 = 'Y'
                    READ AuditFile INTO AuditTemp
                        AT END MOVE 'Y' TO WS-EOF3
                        NOT AT END
                        IF (auditactiont EQUAL "REOPEN" OR
                                auditactiont EQUAL "WEEKCLOSE") AND
                                auditkeyt(1:8) IS NUMERIC THEN
                            MOVE auditkeyt(1:8) TO WS-LOCK-KEY
                            MOVE FUNCTION INTEGER-OF-DATE(WS-LOCK-KEY)
                            TO WS-LOCK-KEY-INT
                            IF WS-LOCK-INT >= WS-LOCK-KEY-INT AND
                                    WS-LOCK-INT <= WS-LOCK-KEY-INT + 6
                                    THEN
                                MOVE auditactiont TO WS-LOCK-STATE
                            END-IF
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE AuditFile

                MOVE 'Z' TO WS-EOF3

                IF WS-LOCK-STATE EQUAL "REOPEN" THEN
                    MOVE 'N' TO WS-LOCKED
                END-IF
            END-IF.

           batchrun.
            MOVE "Batch run started from Control.DAT" TO WS-LOG-TEXT
            PERFORM runlog-write

            MOVE 0 TO CK-TOTAL
            MOVE 0 TO RS-TOTAL
            MOVE 0 TO WS-RUN-MAXRC
            MOVE 0 TO WS-PREV-RC

            IF WS-CMD-LINE(7:7) EQUAL "RESTART" THEN
                PERFORM ckpt-load-last
            END-IF

            IF WS-RUN-RESTART EQUAL 'Y' THEN
                MOVE "RESTART" TO ckstatust
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Restarting run " DELIMITED BY SIZE, WS-RUN-ID
                    DELIMITED BY SIZE, " - " DELIMITED BY SIZE,
                    CK-TOTAL DELIMITED BY SIZE,
                    " completed step(s) will be skipped"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
            ELSE
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
                MOVE "RUNSTART" TO ckstatust
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Run ID " DELIMITED BY SIZE, WS-RUN-ID
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
            END-IF
            PERFORM runlog-write

            MOVE 0 TO ckstept
            MOVE SPACES TO ckfunct
            MOVE 0 TO ckrct
            MOVE 0 TO ckcountt
            MOVE 0 TO ckelapsedt
            PERFORM ckpt-write

            MOVE 0 TO WS-CTL-COUNT
            MOVE 'Z' TO WS-EOF4

                    AT END MOVE 'Y' TO WS-EOF4
                    NOT AT END
                    ADD 1 TO WS-CTL-COUNT
                    PERFORM run-step
                END-READ
            END-PERFORM
            CLOSE ControlFile
                MOVE "Warning: no control records found - nothing run"
                TO WS-LOG-TEXT
                PERFORM runlog-write
                MOVE 4 TO WS-RUN-MAXRC
            END-IF

            PERFORM run-summary-rpt

            MOVE SPACES TO WS-LOG-TEXT
            STRING "Batch run finished - run ID " DELIMITED BY SIZE,
                WS-RUN-ID DELIMITED BY SIZE,
                ", highest return code " DELIMITED BY SIZE,
                WS-RUN-MAXRC DELIMITED BY SIZE INTO WS-LOG-TEXT
            PERFORM runlog-write

            MOVE WS-RUN-MAXRC TO RETURN-CODE.

           run-step.
            MOVE 'N' TO CK-FOUND
            IF WS-RUN-RESTART EQUAL 'Y' THEN
                PERFORM VARYING CK-IDX FROM 1 BY 1
                        UNTIL CK-IDX > CK-TOTAL OR CK-FOUND = 'Y'
                    IF CK-STEP(CK-IDX) EQUAL WS-CTL-COUNT AND
                            CK-FUNC(CK-IDX) EQUAL ctlfunct THEN
                        MOVE 'Y' TO CK-FOUND
                        MOVE CK-RC(CK-IDX) TO WS-STEP-RC
                        MOVE CK-COUNT(CK-IDX) TO WS-STEP-COUNT
                    END-IF
                END-PERFORM
            END-IF

            MOVE 0 TO WS-STEP-ELAPSED
            MOVE 0 TO WS-STEP-COND
            IF ctlmaxrct NOT EQUAL SPACES THEN
                MOVE FUNCTION NUMVAL(ctlmaxrct) TO WS-STEP-COND
            END-IF

            IF CK-FOUND EQUAL 'Y' THEN
                MOVE "DONE" TO WS-STEP-STATUS
                IF WS-STEP-RC > WS-RUN-MAXRC THEN
                    MOVE WS-STEP-RC TO WS-RUN-MAXRC
                END-IF
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Step " DELIMITED BY SIZE, WS-CTL-COUNT
                    DELIMITED BY SIZE, " " DELIMITED BY SIZE,
                    ctlfunct DELIMITED BY SIZE,
                    " completed in an earlier attempt - skipped"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            ELSE
                IF ctlmaxrct NOT EQUAL SPACES AND
                        WS-PREV-RC >= WS-STEP-COND THEN
                    MOVE "BYPASSED" TO WS-STEP-STATUS
                    MOVE WS-PREV-RC TO WS-STEP-RC
                    MOVE 0 TO WS-STEP-COUNT
                    MOVE SPACES TO WS-LOG-TEXT
                    STRING "Step " DELIMITED BY SIZE, WS-CTL-COUNT
                        DELIMITED BY SIZE, " " DELIMITED BY SIZE,
                        ctlfunct DELIMITED BY SIZE,
                        " bypassed - previous step code "
                        DELIMITED BY SIZE, WS-PREV-RC DELIMITED BY
                        SIZE, " is not below " DELIMITED BY SIZE,
                        WS-STEP-COND DELIMITED BY SIZE
                        INTO WS-LOG-TEXT
                    PERFORM runlog-write
                ELSE
                    PERFORM run-step-exec
                END-IF
                PERFORM ckpt-step-write
            END-IF

            IF RS-TOTAL < 50 THEN
                ADD 1 TO RS-TOTAL
                MOVE WS-CTL-COUNT TO RS-STEP(RS-TOTAL)
                MOVE ctlfunct TO RS-FUNC(RS-TOTAL)
                MOVE ctlparm1t TO RS-PARM(RS-TOTAL)
                MOVE ctlmaxrct TO RS-COND(RS-TOTAL)
                MOVE WS-STEP-STATUS TO RS-STATUS(RS-TOTAL)
                MOVE WS-STEP-RC TO RS-RC(RS-TOTAL)
                MOVE WS-STEP-COUNT TO RS-COUNT(RS-TOTAL)
                MOVE WS-STEP-ELAPSED TO RS-ELAPSED(RS-TOTAL)
            ELSE
                DISPLAY "Warning: run summary is full - step ",
                WS-CTL-COUNT, " was left out."
            END-IF

            MOVE WS-STEP-RC TO WS-PREV-RC.

           run-step-exec.
            MOVE 0 TO WS-STEP-RC
            MOVE 0 TO WS-STEP-COUNT
            PERFORM step-time-get
            MOVE WS-TIME-SECS TO WS-STEP-START

            PERFORM run-control

            PERFORM step-time-get
            IF WS-TIME-SECS < WS-STEP-START THEN
                ADD 86400 TO WS-TIME-SECS
            END-IF
            COMPUTE WS-STEP-ELAPSED = WS-TIME-SECS - WS-STEP-START

            IF WS-STEP-RC < 8 THEN
                MOVE "COMPLETE" TO WS-STEP-STATUS
            ELSE
                MOVE "FAILED" TO WS-STEP-STATUS
            END-IF
            IF WS-STEP-RC > WS-RUN-MAXRC THEN
                MOVE WS-STEP-RC TO WS-RUN-MAXRC
            END-IF.

           step-time-get.
            MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TIME-NOW
            COMPUTE WS-TIME-SECS = WS-TN-HH * 3600 + WS-TN-MM * 60 +
                    WS-TN-SS + WS-TN-CC / 100.

           ckpt-step-write.
            MOVE WS-CTL-COUNT TO ckstept
            MOVE ctlfunct TO ckfunct
            MOVE WS-STEP-STATUS TO ckstatust
            MOVE WS-STEP-RC TO ckrct
            MOVE WS-STEP-COUNT TO ckcountt
            MOVE WS-STEP-ELAPSED TO ckelapsedt
            PERFORM ckpt-write.

           ckpt-write.
            MOVE WS-RUN-ID TO ckrunidt
            MOVE FUNCTION CURRENT-DATE(1:14) TO ckstampt
            OPEN EXTEND CheckptFile
            WRITE CheckptInf FROM CheckptTemp
            END-WRITE
            CLOSE CheckptFile.

           ckpt-load-last.
            MOVE SPACES TO WS-RUN-ID
            MOVE 'Z' TO WS-EOF3

            OPEN INPUT CheckptFile
            PERFORM UNTIL WS-EOF3 = 'Y'
                READ CheckptFile INTO CheckptTemp
                    AT END MOVE 'Y' TO WS-EOF3
                    NOT AT END
                    IF ckstatust EQUAL "RUNSTART" THEN
                        MOVE ckrunidt TO WS-RUN-ID
                    END-IF
                END-READ
            END-PERFORM
            CLOSE CheckptFile

            MOVE 'Z' TO WS-EOF3

            IF WS-RUN-ID EQUAL SPACES THEN
                MOVE SPACES TO WS-LOG-TEXT
                STRING "Warning: no earlier run found in Checkpt.DAT"
                    DELIMITED BY SIZE, " - starting a new run"
                    DELIMITED BY SIZE INTO WS-LOG-TEXT
                PERFORM runlog-write
            ELSE
                MOVE 'Y' TO WS-RUN-RESTART
                OPEN INPUT CheckptFile
                PERFORM UNTIL WS-EOF3 = 'Y'
                    READ CheckptFile INTO CheckptTemp
                        AT END MOVE 'Y' TO WS-EOF3
                        NOT AT END
                        IF ckrunidt EQUAL WS-RUN-ID AND
                                ckstatust EQUAL "COMPLETE" AND
                                CK-TOTAL < 100 THEN
                            ADD 1 TO CK-TOTAL
                            MOVE ckstept TO CK-STEP(CK-TOTAL)
                            MOVE ckfunct TO CK-FUNC(CK-TOTAL)
                            MOVE ckrct TO CK-RC(CK-TOTAL)
                            MOVE ckcountt TO CK-COUNT(CK-TOTAL)
                        END-IF
                    END-READ
                END-PERFORM
                CLOSE CheckptFile

                MOVE 'Z' TO WS-EOF3
            END-IF.

           run-summary-rpt.
            OPEN OUTPUT RunSumRptFile

            MOVE SPACES TO RptLine
            MOVE "BATCH RUN SUMMARY" TO RptLine(1:17)
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RUN ID: " DELIMITED BY SIZE, WS-RUN-ID
                DELIMITED BY SIZE, "   RUN DATE: " DELIMITED BY SIZE,
                WS-DATE-HOLD DELIMITED BY SIZE, "   RESTART: "
                DELIMITED BY SIZE, WS-RUN-RESTART DELIMITED BY SIZE
                INTO RptLine
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            MOVE "STEP" TO RptLine(1:4)
            MOVE "FUNCTION" TO RptLine(7:8)
            MOVE "PARM1" TO RptLine(19:5)
            MOVE "COND" TO RptLine(31:4)
            MOVE "STATUS" TO RptLine(37:6)
            MOVE "RC" TO RptLine(47:2)
            MOVE "RECORDS" TO RptLine(51:7)
            MOVE "ELAPSED" TO RptLine(61:7)
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            PERFORM VARYING RS-IDX FROM 1 BY 1 UNTIL RS-IDX > RS-TOTAL
                MOVE SPACES TO RptLine
                MOVE RS-STEP(RS-IDX) TO RptLine(1:3)
                MOVE RS-FUNC(RS-IDX) TO RptLine(7:10)
                MOVE RS-PARM(RS-IDX) TO RptLine(19:10)
                IF RS-COND(RS-IDX) NOT EQUAL SPACES THEN
                    MOVE "<" TO RptLine(31:1)
                    MOVE RS-COND(RS-IDX) TO RptLine(32:2)
                END-IF
                MOVE RS-STATUS(RS-IDX) TO RptLine(37:8)
                MOVE RS-RC(RS-IDX) TO RptLine(48:1)
                MOVE RS-COUNT(RS-IDX) TO WS-COUNT-DISP
                MOVE WS-COUNT-DISP TO RptLine(51:6)
                MOVE RS-ELAPSED(RS-IDX) TO WS-ELAPSED-DISP
                MOVE WS-ELAPSED-DISP TO RptLine(60:8)
                MOVE "SEC" TO RptLine(69:3)
                WRITE RunSumRptLine FROM RptLine
                END-WRITE
            END-PERFORM

            MOVE SPACES TO RptLine
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "STEPS: " DELIMITED BY SIZE, WS-CTL-COUNT
                DELIMITED BY SIZE, "   HIGHEST RETURN CODE: "
                DELIMITED BY SIZE, WS-RUN-MAXRC DELIMITED BY SIZE
                INTO RptLine
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            MOVE SPACES TO RptLine
            STRING "RETURN CODES: 0 OK, 4 WARNINGS IN RUNLOG.DAT,"
                DELIMITED BY SIZE, " 8 FAILED" DELIMITED BY SIZE
                INTO RptLine
            WRITE RunSumRptLine FROM RptLine
            END-WRITE

            CLOSE RunSumRptFile.

           run-control.
            MOVE SPACES TO WS-LOG-TEXT
                       MOVE FUNCTION NUMVAL(ctlparm1t) TO WS-ARC-DAYS
                   END-IF
                   PERFORM archive-run
                   MOVE WS-ARC-COUNT TO WS-STEP-COUNT
               WHEN "SHOPLIST"
                   IF ctlparm1t EQUAL SPACES THEN
                       MOVE WS-DATE TO WS-SHOP-END
                       TO WS-WEEK-START
                       COMPUTE WS-SHOP-END = WS-WEEK-START + 7
                   END-IF
                   IF ctlparm2t EQUAL "SPLIT" THEN
                       MOVE 'Y' TO WS-SHOP-SPLIT
                   END-IF
                   PERFORM shoplist-run
                   MOVE ST-TOTAL TO WS-STEP-COUNT
                   MOVE 'N' TO WS-SHOP-SPLIT
                   COMPUTE WS-WEEK-START = WS-DATE - 7
               WHEN "VERIFY"
                   PERFORM verify-run
                   MOVE WS-VER-COUNT TO WS-STEP-COUNT
               WHEN "NUTRVAR"
                   PERFORM nutr-var-run
                   MOVE WS-NV-COUNT TO WS-STEP-COUNT
               WHEN "TREND"
                   PERFORM trend-run
                   MOVE MO-TOTAL TO WS-STEP-COUNT
               WHEN "WEIGHIMP"
                   MOVE ctlparm1t TO WS-MEMBER
                   PERFORM weigh-import-run
                   MOVE WS-IMP-GOOD TO WS-STEP-COUNT
               WHEN "POSTMEALS"
                   PERFORM post-meals-run
                   MOVE WS-POST-COUNT TO WS-STEP-COUNT
               WHEN "USESOON"
                   IF ctlparm1t EQUAL SPACES THEN
                       MOVE 3 TO WS-USE-DAYS
                   ELSE
                       MOVE FUNCTION NUMVAL(ctlparm1t) TO WS-USE-DAYS
                   END-IF
                   PERFORM use-soon-run
                   MOVE WS-USE-COUNT TO WS-STEP-COUNT
               WHEN "WASTE"
                   PERFORM waste-expired-run
                   MOVE WS-WASTE-COUNT TO WS-STEP-COUNT
               WHEN "WASTERPT"
                   PERFORM waste-rpt-run
                   MOVE SW-TOTAL TO WS-STEP-COUNT
               WHEN "READIMP"
                   MOVE ctlparm1t TO WS-MEMBER
                   PERFORM read-import-run
                   MOVE WS-IMP-GOOD TO WS-STEP-COUNT
               WHEN "KETORPT"
                   MOVE ctlparm1t TO WS-MEMBER
                   PERFORM ketosis-run
                   MOVE KD-TOTAL TO WS-STEP-COUNT
               WHEN "CONFLICT"
                   PERFORM conflict-run
                   MOVE WS-EXCL-COUNT TO WS-STEP-COUNT
               WHEN "WEEKCLOSE"
                   IF ctlparm1t EQUAL SPACES THEN
                       MOVE 0 TO WS-CLOSE-WEEK
                   ELSE
                       MOVE FUNCTION NUMVAL(ctlparm1t) TO WS-CLOSE-WEEK
                   END-IF
                   PERFORM week-close-run
                   MOVE wcmealst TO WS-STEP-COUNT
               WHEN "PRICETRND"
                   IF ctlparm1t EQUAL SPACES THEN
                       COMPUTE WS-PH-INT = WS-DATE - WS-PRICE-DAYS
                       MOVE FUNCTION DATE-OF-INTEGER(WS-PH-INT) TO
                       WS-PH-FROM
                   ELSE
                       MOVE FUNCTION NUMVAL(ctlparm1t) TO WS-PH-FROM
                   END-IF
                   IF ctlparm2t EQUAL SPACES THEN
                       MOVE WS-DATE-HOLD TO WS-PH-TO
                   ELSE
                       MOVE FUNCTION NUMVAL(ctlparm2t) TO WS-PH-TO
                   END-IF
                   PERFORM price-trend-run
                   MOVE PA-TOTAL TO WS-STEP-COUNT
               WHEN "RECEIPT"
                   IF ctlparm1t NOT EQUAL SPACES THEN
                       MOVE FUNCTION NUMVAL(ctlparm1t) TO
                       TO WS-WEEK-START
                   END-IF
                   PERFORM receipt-run
                   MOVE WS-RCPT-COUNT TO WS-STEP-COUNT
                   COMPUTE WS-WEEK-START = WS-DATE - 7
               WHEN "PREPDAY"
                   PERFORM prep-day-control
                   MOVE 'N' TO WS-PREP-POST
                   PERFORM prep-day-run
                   MOVE PM-TOTAL TO WS-STEP-COUNT
               WHEN "PREPPOST"
                   PERFORM prep-day-control
                   MOVE 'Y' TO WS-PREP-POST
                   PERFORM prep-day-run
                   MOVE WS-PREP-MARKED TO WS-STEP-COUNT
                   MOVE 'N' TO WS-PREP-POST
               WHEN "MEALPLAN"
                   IF ctlparm1t EQUAL SPACES THEN
                       MOVE WS-DATE-HOLD TO WS-RANGE-START
                   WS-RANGE-START-INT
                   PERFORM calendar-build
                   PERFORM write-mealplan
                   MOVE 1 TO WS-STEP-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-TEXT
                   STRING "Warning: unknown function '" DELIMITED BY
                       "' - record skipped" DELIMITED BY SIZE
                       INTO WS-LOG-TEXT
                   PERFORM runlog-write
                   MOVE 8 TO WS-STEP-RC
            END-EVALUATE

            MOVE SPACES TO WS-LOG-TEXT
                INTO WS-LOG-TEXT
            PERFORM runlog-write.

           prep-day-control.
            IF ctlparm1t EQUAL SPACES THEN
                MOVE WS-DATE-HOLD TO WS-RANGE-START
            ELSE
                MOVE FUNCTION NUMVAL(ctlparm1t) TO WS-RANGE-START
            END-IF
            IF ctlparm2t EQUAL "BATCH" THEN
                MOVE "B" TO WS-PREP-SOURCE
            ELSE
                MOVE "M" TO WS-PREP-SOURCE
            END-IF
            MOVE 7 TO WS-RANGE-DAYS
            MOVE WS-DATE-HOLD TO WS-PREP-COOK.

           runlog-write.
            DISPLAY WS-LOG-TEXT
            IF WS-BATCH-MODE EQUAL 'Y' THEN
                IF (WS-LOG-TEXT(1:7) EQUAL "Warning" OR
                        WS-LOG-TEXT(1:8) EQUAL "Rejected") AND
                        WS-STEP-RC < 4 THEN
                    MOVE 4 TO WS-STEP-RC
                END-IF
                MOVE FUNCTION CURRENT-DATE(1:14) TO runlogstampt
                MOVE WS-LOG-TEXT TO runlogtextt
                OPEN EXTEND RunLogFile
