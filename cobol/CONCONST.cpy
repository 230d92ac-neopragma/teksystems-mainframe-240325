       01  CON-Upd-Map-Name               pic x(7) value "CONUPD".
       01  CON-Mapset-Name                pic x(7) value "CONMPS1".
       01  CON-Max-Rows-per-Page          pic s9(4) comp value +5.
       01  CON-Operator-Profile-File      pic x(8) value "EMPOPRF".
       01  CON-Denied-TDQ-Name            pic x(4) value "EMEQ".
       01  CON-Pref-Audit-File            pic x(8) value "CONPAUDT".
