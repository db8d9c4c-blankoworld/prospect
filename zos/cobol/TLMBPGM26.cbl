       77 w-rel-o                        PIC  9(07).
       77 w-rel-u                        PIC  9(07).
       77 w-rel-n                        PIC  9(07).
       77 w-rel-r                        PIC  9(07).
       77 w-rel-q                        PIC  9(07).
       77 w-rel-p                        PIC  9(07).
       77 w-rel-i                        PIC  9(07).
       77 w-rel-w                        PIC  9(07).
       77 w-rel-tot                      PIC  9(07).
      *    Somme de controle relevee (modulo 1 000 000 000) et valeur
      *    numerique des positions 2-7 de la ligne courante
           MOVE 0                         TO w-rel-a w-rel-m w-rel-s
                                             w-rel-v w-rel-c w-rel-d
                                             w-rel-o w-rel-u w-rel-n
                                             w-rel-r w-rel-q w-rel-p
                                             w-rel-i w-rel-w w-rel-tot
                                             w-rel-chk
           PERFORM LEC-ENTREE
           PERFORM RELEVE-SCEAU           UNTIL w-fin-ent-oui
           IF w-sceau-present THEN
                w-sce-pil-sce-nbr-o   NOT = w-rel-o   OR
                w-sce-pil-sce-nbr-u   NOT = w-rel-u   OR
                w-sce-pil-sce-nbr-n   NOT = w-rel-n   OR
                w-sce-pil-sce-nbr-r   NOT = w-rel-r   OR
                w-sce-pil-sce-nbr-q   NOT = w-rel-q   OR
                w-sce-pil-sce-nbr-p   NOT = w-rel-p   OR
                w-sce-pil-sce-nbr-i   NOT = w-rel-i   OR
                w-sce-pil-sce-nbr-w   NOT = w-rel-w   OR
                w-sce-pil-sce-nbr-tot NOT = w-rel-tot OR
                w-sce-pil-sce-checksum NOT = w-rel-chk THEN
               SET w-sceau-ko-oui         TO TRUE
                 WHEN 'O'   ADD 1         TO w-rel-o
                 WHEN 'U'   ADD 1         TO w-rel-u
                 WHEN 'N'   ADD 1         TO w-rel-n
                 WHEN 'R'   ADD 1         TO w-rel-r
                 WHEN 'Q'   ADD 1         TO w-rel-q
                 WHEN 'P'   ADD 1         TO w-rel-p
                 WHEN 'I'   ADD 1         TO w-rel-i
                 WHEN 'W'   ADD 1         TO w-rel-w
               END-EVALUATE
               ADD 1                      TO w-rel-tot
      *        somme de controle : 1 par ligne de detail, plus la
               IF w-cle-trouvee-oui THEN
                 MOVE w-cle-reel          TO w-vue-pil-not-pro-id
               END-IF
      *      ligne I : le prospect equipe par la concurrence
             WHEN w-vue-pil-cmd-par
               MOVE 'P'                   TO w-cle-type
               MOVE w-vue-pil-par-pro-id  TO w-cle-part
               PERFORM CHERCHE-CLE-XRF
               IF w-cle-trouvee-oui THEN
                 MOVE w-cle-reel          TO w-vue-pil-par-pro-id
               END-IF
      *      ligne W : le prospect ou le contact mis en attente, selon
      *      le type de cible porte par la ligne
             WHEN w-vue-pil-cmd-att
               MOVE w-vue-pil-att-type    TO w-cle-type
               MOVE w-vue-pil-att-id      TO w-cle-part
               PERFORM CHERCHE-CLE-XRF
               IF w-cle-trouvee-oui THEN
                 MOVE w-cle-reel          TO w-vue-pil-att-id
               END-IF
      *      ligne R : le contact rattache (l'identifiant d'affaire
      *      est attribue par la couche physique, il n'est pas croise)
             WHEN w-vue-pil-cmd-rol
               MOVE 'C'                   TO w-cle-type
               MOVE w-vue-pil-rol-con-id  TO w-cle-part
               PERFORM CHERCHE-CLE-XRF
               IF w-cle-trouvee-oui THEN
                 MOVE w-cle-reel          TO w-vue-pil-rol-con-id
               END-IF
      *      ligne Q : le contact destinataire d'un devis cree (les
      *      numeros d'affaire et de devis sont attribues par les
      *      couches physiques, ils ne sont pas croises)
             WHEN w-vue-pil-cmd-dev
               IF w-vue-pil-dev-con-id NOT = SPACES THEN
                 MOVE 'C'                 TO w-cle-type
                 MOVE w-vue-pil-dev-con-id TO w-cle-part
                 PERFORM CHERCHE-CLE-XRF
                 IF w-cle-trouvee-oui THEN
                   MOVE w-cle-reel        TO w-vue-pil-dev-con-id
                 END-IF
               END-IF
      *      ligne P : le prospect visite et le contact rencontre
      *      d'un rendez-vous pris (le numero de rendez-vous est
      *      attribue par la couche physique, il n'est pas croise)
             WHEN w-vue-pil-cmd-rdv
               IF w-vue-pil-rdv-id = SPACES THEN
                 MOVE 'P'                 TO w-cle-type
                 MOVE w-vue-pil-rdv-pro-id TO w-cle-part
                 PERFORM CHERCHE-CLE-XRF
                 IF w-cle-trouvee-oui THEN
                   MOVE w-cle-reel        TO w-vue-pil-rdv-pro-id
                 END-IF
                 IF w-vue-pil-rdv-con-id NOT = SPACES THEN
                   MOVE 'C'               TO w-cle-type
                   MOVE w-vue-pil-rdv-con-id TO w-cle-part
                   PERFORM CHERCHE-CLE-XRF
                   IF w-cle-trouvee-oui THEN
                     MOVE w-cle-reel      TO w-vue-pil-rdv-con-id
                   END-IF
                 END-IF
               END-IF
      *      lignes A/M/S : cle prospect + cle contact
             WHEN OTHER
               PERFORM TRADUIT-CLES-PRO-CON
