      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO094* 010926 PRIMA STESURA - CASTELLETTO ANTICIPI SU RIGHE A79      *
USO117* 151026 GESTITA LA PERCENTUALE DI ANTICIPO DEL CLIENTE         *
USO117*        (A79-PCANT), USATA DALL'EROGAZIONE ANTICIPI NPW28B     *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              MOVE 'DT'             TO W16-RCODE
              GO TO A0030-END.
           IF W16-DTDEC GREATER W16-DTSCA
              MOVE 'DT'             TO W16-RCODE
USO117        GO TO A0030-END.
USO117     IF W16-PCANT NOT NUMERIC
USO117        MOVE ZERO             TO W16-PCANT.
USO117     IF W16-PCANT GREATER 100
USO117        MOVE 'DT'             TO W16-RCODE.
       A0030-END.
           EXIT.
      *****************************************************************
           MOVE A79-DTSCA           TO W16-DTSCA.
           MOVE A79-FREVO           TO W16-FREVO.
           MOVE A79-DESCR           TO W16-DESCR.
USO117     IF A79-PCANT NUMERIC
USO117        MOVE A79-PCANT        TO W16-PCANT
USO117     ELSE
USO117        MOVE ZERO             TO W16-PCANT.
       B0010-END.
           EXIT.
      *****************************************************************
           ELSE
              MOVE 'N'              TO A79-FREVO.
           MOVE W16-DESCR           TO A79-DESCR.
USO117     MOVE W16-PCANT           TO A79-PCANT.
       C0020-END.
           EXIT.
      *--------------------------------------------------------
