      *> audcnvrt.cpy
      *> procedure-division paragraph that rebuilds a pre-widening
      *> 71-byte audit record in place into the current 119-byte
      *> layout described in auditrec.cpy.  the record to convert
      *> is named audit-record; a program that reads the audit
      *> trail into a different area copies this with
