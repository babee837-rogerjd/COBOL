      *            layout agreed with the GL team. Type S records
      *            summarize the day's posting by account, the type T
      *            trailer carries the record count and hash total
      *            that must agree with the balancing report. The
      *            COSTPRO allocation journal uses the same layout -
      *            its S records carry the pool credits and account
      *            debits and its trailer the journal's own count and
      *            hash total.
      ******************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-REC-TYPE         PIC X.
