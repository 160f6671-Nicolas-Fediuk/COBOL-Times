      *quedaron limpios y retoma desde el primero que no, en lugar de
      *rearrancar desde el principio y repostear trabajo ya hecho.
      *STA-ESTADO: "C" en curso (un "C" viejo delata un paso abendado
      *a mitad de corrida), "T" terminado, "N" no programado: la
      *frecuencia del paso en NOCHEDEF no lo pide para esta fecha (no
      *corrio, pero tampoco es un salteo ni una falla; para sus
      *sucesores cuenta como cumplido), "O" omitido: su paso de
      *validacion de entrada (columna 40 de NOCHEDEF) rechazo el
      *archivo que iba a consumir; tampoco es una falla y para sus
      *sucesores cuenta como cumplido.
      ******************************************************************
       01  STA-REGISTRO.
           05  STA-CLAVE.
           05  STA-ESTADO PIC X(01).
               88  STA-EN-CURSO VALUE "C".
               88  STA-TERMINADO VALUE "T".
               88  STA-NO-PROGRAMADO VALUE "N".
               88  STA-OMITIDO VALUE "O".
           05  STA-LIMPIO PIC X(01).
               88  STA-QUEDO-LIMPIO VALUE "S".
