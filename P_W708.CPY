      *> -------------------------------------------
      *> DECLARE TABLE for brevlada_register
      *> -------------------------------------------
      *> Den digitala brevlådeoperatörens register över mottagare
      *> som kan nås digitalt: en rad per identitetsnr
      *> (kundmaster.identitetsnr, samma format ÅÅÅÅMMDD-NNNN
      *> respektive NNNNNN-NNNN). Ersätts i sin helhet varje gång
      *> BrevladaRegisterImport.cbl läser in operatörens
      *> registerfil, så en mottagare som avregistrerat sin
      *> brevlåda försvinner nästa inläsning. KravbrevExport,
      *> SaldobeskedExport och BetalplanAviExport skickar brev
      *> digitalt till gäldenärer som finns här (utom dödsbon,
      *> P_W707.CPY) och på papper till övriga - se brevutskick
      *> (P_W709.CPY).
           EXEC SQL DECLARE brevlada_register TABLE
           ( identitetsnr         varchar(13)   NOT NULL
           , anslutning_datum     date          NOT NULL
           , inlast_at            datetime      NOT NULL
           ) END-EXEC.
      *> -------------------------------------------
      *> COBOL HOST VARIABLES FOR TABLE brevlada_register
      *> -------------------------------------------
       01  DClbrevlada-register.
           03 brevlada-identitetsnr           PIC X(13).
           03 brevlada-anslutning-datum       PIC X(10).
           03 brevlada-inlast-at              PIC X(19).
