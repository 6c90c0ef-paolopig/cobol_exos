      * SPMUL01. Le reste rendu est en valeur absolue.
      * EXO-VI-G-LOT s'en sert pour sortir un operande errone du
      * produit cumule au lieu de rejouer tout l'historique depuis 1.
      * EXO-VI-G-CALC l'appelle pour chaque ligne de division de son
      * fichier d'operations, aux cotes de SPMUL01 et de SPADD01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPDIV01.
