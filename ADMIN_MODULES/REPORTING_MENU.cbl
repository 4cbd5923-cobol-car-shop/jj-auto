   88 INTEGRITY       VALUES "INTEGRITY", "26", "26. INTEGRITY AUDIT".
   88 SHOPLOAD        VALUES "SHOPLOAD", "27", "27. SHOP LOAD".
   88 KPITREND        VALUES "KPITREND", "28", "28. KPI TREND".
   88 ADVISORSALES    VALUES "ADVISORSALES", "29", "29. ADVISOR SALES".
   88 READYLOT        VALUES "READYLOT", "30", "30. READY LOT".
   88 FLOORPLANRPT    VALUES "FLOORPLAN", "31", "31. FLOOR PLAN".
   88 FLOORAUDIT      VALUES "FLOORAUDIT", "32", "32. FLOOR AUDIT".
   88 CONSIGNEXP      VALUES "CONSIGNEXP", "33", "33. CONSIGN EXP".
   88 YEARENDW2       VALUES "YEARENDW2", "34", "34. YEAR END W2".
   88 YEAREND1099     VALUES "YEAREND1099", "35", "35. 1099 TOTALS".
   88 APAGING         VALUES "APAGING", "36", "36. AP AGING".
   88 APPAYRUN        VALUES "APPAYRUN", "37", "37. AP PAY RUN".
   88 POSITIVEPAY     VALUES "POSITIVEPAY", "38", "38. POS PAY".
   88 BANKRECON       VALUES "BANKRECON", "39", "39. BANK RECON".
   88 NSFCHECKS       VALUES "NSFCHECKS", "40", "40. NSF CHECKS".
   88 FINSTATEMENT    VALUES "FINSTATEMENT", "41", "41. FIN STMT".
   88 FINRESERVE      VALUES "FINRESERVE", "42", "42. RESERVE A/R".
   88 LOOKTOBOOK      VALUES "LOOKTOBOOK", "43", "43. LOOK TO BOOK".
   88 RECONTIME       VALUES "RECONTIME", "44", "44. RECON TIME".
   88 WEOWE           VALUES "WEOWE", "45", "45. WE OWE".
   88 TITLESOUT       VALUES "TITLESOUT", "46", "46. TITLES OUT".
   88 CSIMONTH        VALUES "CSIMONTH", "47", "47. CSI MONTH".
   88 LOYALTYPTS      VALUES "LOYALTYPTS", "48", "48. LOYALTY PTS".
   88 TAXEXEMPT       VALUES "TAXEXEMPT", "49", "49. TAX EXEMPT".
   88 SODCONFLICT     VALUES "SODCONFLICT", "50", "50. SOD REPORT".
   88 LOSTSALES       VALUES "LOSTSALES", "51", "51. LOST SALES".
   88 DEADSTOCK       VALUES "DEADSTOCK", "52", "52. DEAD STOCK".
   88 SUPPSCORE       VALUES "SUPPSCORE", "53", "53. SUPP SCORE".
   88 PREPULL         VALUES "PREPULL", "54", "54. PRE-PULL".
   88 TIRERACK        VALUES "TIRERACK", "55", "55. TIRE RACK".
   88 QUIT        VALUES "QUIT", "Q".

SCREEN SECTION.
   05 VALUE "26. INTEGRITY AUDIT" LINE 10 COL 60.
   05 VALUE "27. SHOP LOAD"       LINE 11 COL 60.
   05 VALUE "28. KPI TREND"       LINE 12 COL 60.
   05 VALUE "29. ADVISOR SALES"   LINE 13 COL 60.
   05 VALUE "30. READY LOT"       LINE 5 COL 85.
   05 VALUE "31. FLOOR PLAN"      LINE 6 COL 85.
   05 VALUE "32. FLOOR AUDIT"     LINE 7 COL 85.
   05 VALUE "33. CONSIGN EXP"     LINE 8 COL 85.
   05 VALUE "34. YEAR END W2"     LINE 9 COL 85.
   05 VALUE "35. 1099 TOTALS"     LINE 10 COL 85.
   05 VALUE "36. AP AGING"        LINE 11 COL 85.
   05 VALUE "37. AP PAY RUN"      LINE 12 COL 85.
   05 VALUE "38. POS PAY"         LINE 13 COL 85.
   05 VALUE "39. BANK RECON"      LINE 14 COL 85.
   05 VALUE "40. NSF CHECKS"      LINE 5 COL 105.
   05 VALUE "41. FIN STMT"        LINE 6 COL 105.
   05 VALUE "42. RESERVE A/R"     LINE 7 COL 105.
   05 VALUE "43. LOOK TO BOOK"    LINE 8 COL 105.
   05 VALUE "44. RECON TIME"      LINE 9 COL 105.
   05 VALUE "45. WE OWE"          LINE 10 COL 105.
   05 VALUE "46. TITLES OUT"      LINE 11 COL 105.
   05 VALUE "47. CSI MONTH"       LINE 12 COL 105.
   05 VALUE "48. LOYALTY PTS"     LINE 13 COL 105.
   05 VALUE "49. TAX EXEMPT"      LINE 14 COL 105.
   05 VALUE "50. SOD REPORT"      LINE 15 COL 105.
   05 VALUE "51. LOST SALES"      LINE 16 COL 105.
   05 VALUE "52. DEAD STOCK"      LINE 17 COL 105.
   05 VALUE "53. SUPP SCORE"      LINE 18 COL 105.
   05 VALUE "54. PRE-PULL"        LINE 19 COL 105.
   05 VALUE "55. TIRE RACK"       LINE 20 COL 105.

   05 VALUE "ENTER REPORT TYPE:"  LINE 15 COL 10.
   05 IN-REPORT-OPTIONS PIC X(16) TO REPORT-OPTION
         WHEN KPITREND
            CALL "KPI_TREND" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN ADVISORSALES
            CALL "ADVISOR_SALES_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN READYLOT
            CALL "READY_LOT_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN FLOORPLANRPT
            CALL "FLOORPLAN_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN FLOORAUDIT
            CALL "FLOORPLAN_AUDIT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN CONSIGNEXP
            CALL "CONSIGN_EXPIRY" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN YEARENDW2
            CALL "YEAR_END_W2" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN YEAREND1099
            CALL "YEAR_END_1099" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN APAGING
            CALL "AP_AGING" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN APPAYRUN
            CALL "AP_PAYMENT_RUN" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN POSITIVEPAY
            CALL "POSITIVE_PAY" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN BANKRECON
            CALL "BANK_RECON" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN NSFCHECKS
            CALL "NSF_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN FINSTATEMENT
            CALL "FIN_STATEMENT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN FINRESERVE
            CALL "RESERVE_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN LOOKTOBOOK
            CALL "LOOK_TO_BOOK" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN RECONTIME
            CALL "RECON_TIME_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN WEOWE
            CALL "WE_OWE_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN TITLESOUT
            CALL "TITLE_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN CSIMONTH
            CALL "CSI_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN LOYALTYPTS
            CALL "LOYALTY_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN TAXEXEMPT
            CALL "TAX_EXEMPT_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN SODCONFLICT
            CALL "SOD_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN LOSTSALES
            CALL "LOST_SALES_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN DEADSTOCK
            CALL "DEAD_STOCK_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN SUPPSCORE
            CALL "SUPPLIER_SCORECARD" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN PREPULL
            CALL "PREPULL_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
         WHEN TIRERACK
            CALL "TIRE_STORAGE_REPORT" USING PARAMETRES
            MOVE SPACES TO IN-REPORT-OPTIONS
      END-EVALUATE

   END-PERFORM
