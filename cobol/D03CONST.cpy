      *****************************************************************
      * D03CONST - Constant names shared by the D03PGM1 (inquiry) and
      * D03PGM2 (update) employee-enquiry transactions, and by the
      * D03PGM3 employee and D03PGM4 department maintenance screens.
      *****************************************************************
       01  D03-Inquiry-Program            pic x(8) value "D03PGM1".
       01  D03-Update-Program             pic x(8) value "D03PGM2".
       01  D03-Maint-TransId              pic x(4) value "D033".
       01  D03-Maint-Map-Name             pic x(7) value "EMPMNT".
       01  D03-Maint-Mapset-Name          pic x(7) value "D03MPS2".
       01  D03-Dept-Program               pic x(8) value "D03PGM4".
       01  D03-Dept-TransId               pic x(4) value "D034".
       01  D03-Dept-Map-Name              pic x(7) value "DEPMNT".
       01  D03-Dept-Mapset-Name           pic x(7) value "D03MPS3".
       01  D03-Max-Dept-Levels            pic s9(4) comp value +20.
       01  D03-Position-Budget-File       pic x(8) value "EMPPBUD".
       01  D03-Supervisor-File            pic x(8) value "EMPSUPV".
      * First month of the fiscal year; the fiscal year is numbered
      * by the calendar year it ends in.
       01  D03-Fiscal-Start-Month         pic 9(2) value 01.
       01  D03-Search-By-Empno            pic x(1) value "N".
       01  D03-Search-By-Surname          pic x(1) value "S".
       01  D03-Search-By-Dept             pic x(1) value "D".
       01  D03-Max-Rows-per-Page          pic s9(4) comp value +5.
       01  D03-FRT-Profile-File           pic x(8) value "FRTOPRF".
       01  D03-Operator-Profile-File      pic x(8) value "EMPOPRF".
       01  D03-Denied-TDQ-Name            pic x(4) value "EMEQ".
