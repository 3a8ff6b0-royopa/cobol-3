           ADD 1 TO W-IDXANO
           GO TO SOMA-ESTAT1.
       SOMA-ESTAT2.
           IF RESFINAL = "APROVADO" OR RESFINAL = "AP.CONSELHO"
              ADD 1 TO TE-APROV (W-IDXANO)
              GO TO SOMA-ESTAT-FIM.
           IF RESFINAL = "REPROVADO" OR RESFINAL = "DEPENDENCIA"
              ADD 1 TO TE-REPROV (W-IDXANO)
              GO TO SOMA-ESTAT-FIM.
           ADD 1 TO TE-RECUP (W-IDXANO).
