      *> CALREC - 营业日历 HOLIDAY.DAT，键=日期。周六周日默认不营业，
      *> 周一到周五默认营业，都不用登记；这里只登记例外：
      *>   H=放假日（法定节假日、落在工作日上的调休放假）；
      *>   W=调休上班的周末（这个周六/周日照常营业）。
      *> 没登记的日子按星期几算。Calmaint 维护，Bizday 子程序查。
       01 CAL-RECORD.
           05 CAL-DATE           PIC 9(8).  *>YYYYMMDD
           05 CAL-TYPE           PIC X(1).  *>H=放假 W=调休上班
           05 CAL-DESC           PIC X(30). *>说明，如 NATIONAL DAY
