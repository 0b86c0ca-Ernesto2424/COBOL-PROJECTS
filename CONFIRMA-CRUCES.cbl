      *            stops flapping on marriages, typos and namesakes.
      *            The E option writes the discount-eligibility
      *            extract DESCUENTO.yyyymmddhhmmss.DAT straight from
      *            the confirmed links in the registry. BAJA-PERSONAL
      *            ends a leaving employee's confirmed links with
      *            estatus T, which the extract leaves out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
