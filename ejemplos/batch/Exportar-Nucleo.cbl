      *        pagos de prestamo PPR, plazos DPF/VPF/RDP, giros sin
      *        tarjeta GST/GSX, fondos no reclamados TNR/RNR,
      *        intereses de sobregiro ISG, retenciones RTI, creditos
      *        de disputa CPR/RCP, conversiones CVD y canjes de
      *        puntos CNJ), cada una bajo su propio codigo.
      *        Quedan fuera a proposito: CON/CAM/EST/HIS (no mueven
      *        plata), INT (excluido por el contrato original de la
      *        interfaz: el nucleo liquida su propio interes), PAG y
                   WHEN "CPR"
                   WHEN "RCP"
                   WHEN "CVD"
                   WHEN "CNJ"
                   WHEN "PPV"
                   WHEN "ANT"
                   WHEN "ANR"
                   WHEN "POR"
                   WHEN "TIS"
                   WHEN "TIE"
                   WHEN "TPC"
                   WHEN "TPA"
                       PERFORM GRABAR-REGISTRO-INTERFAZ
                   WHEN OTHER
                       CONTINUE
